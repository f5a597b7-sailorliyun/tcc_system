      *8...........2.........3.........4.........5........6........7.........8
      *    QTS302(QTA302)
      ****************************************************************
      *                継続課金登録ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員のカードに定期的に課金している加盟店をカード×加盟店
      *    単位に保持する。QTS302Bが夜間に次の３つから検出・更新する。
      *      ①利用明細（QTS050）で同一加盟店の利用が一定間隔で反復
      *      ②オーソリログ（QXS001）の継続取引・カードオンファイル承認
      *      ③アカウントアップデータ（QTS121B）の連携対象とした加盟店
      *    会員からの課金停止申出はQTS302Mで受け付けて停止状態とし、
      *    以後その加盟店の継続課金はQXS001Wが謝絶する。停止・解除の
      *    都度の記録は継続課金停止履歴（QTS303）に残す。内容は３６０
      *    度照会（QTS026R）と会員チャネル（QTS302M）で照会できる。
           03          ()-SEG.                              *>継続課金キー
             05        ()-PRMCARDNO          PIC  X(16).    *>カード番号
             05        ()-PRMKAMEITENNO      PIC  X(10).    *>加盟店番号
           03          ()-KAI.                              *>会員キー
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-RIYOUSHACD         PIC  X(01).    *>利用者コード
           03          ()-KENSHUTU.                         *>検出元
             05        ()-KENSHUTUMEISAI     PIC  X(01).    *>利用明細の反復
             05        ()-KENSHUTUAUTH       PIC  X(01).    *>継続取引承認
             05        ()-KENSHUTUUPDATER    PIC  X(01).    *>アップデータ対象
      *      各区分 1:当該検出元で検出済  スペース:未検出
           03          ()-SHOKAIYMD          PIC  9(08).    *>初回課金日
           03          ()-SAISHUYMD          PIC  9(08).    *>直近課金日
           03          ()-KAKINKAISU         PIC  9(05).    *>課金回数
           03          ()-KAKINKANKAKU       PIC  9(03).    *>平均課金間隔日数
      *      利用明細から検出した場合のみ（他の検出元のみはゼロ）
           03          ()-SAISHUKNG          PIC S9(11)     *>直近課金額
                                             SIGN LEADING SEPARATE.
           03          ()-TEISISTS           PIC  X(01).    *>課金停止状態
      *      スペース:課金継続  1:会員申出により停止中
           03          ()-TEISIYMD           PIC  9(08).    *>停止年月日
           03          ()-TEISICHANNEL       PIC  X(01).    *>停止チャネル
      *      1:会員ＷＥＢ  2:音声応答  3:コールセンタ
           03          ()-KAIJOYMD           PIC  9(08).    *>停止解除年月日
           03          ()-TEISIKAISU         PIC  9(03).    *>累計停止回数
           03          ()-KYOZETSUYMD        PIC  9(08).    *>直近謝絶日
      *      停止後にQXS001Wが謝絶した直近の日（QTS302Bがログから反映）
           03          ()-MOTOCARDNO         PIC  X(16).    *>引継元カード番号
      *      再発行等で番号が変わった際に停止を引き継いだ旧カード番号
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>最終更新担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
