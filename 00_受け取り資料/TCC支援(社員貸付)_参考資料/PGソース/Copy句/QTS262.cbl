      *8...........2.........3.........4.........5........6........7.........8
      *    QTS262(QTA262)
      ****************************************************************
      *                カード一時利用停止ファイル                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員チャネル（暗証変更・残高照会と同じ経路）から会員自身が
      *    設定・解除する一時利用停止。紛失届（QTS110登録・再発行）と
      *    異なりカードはそのまま使い続けられる。QTS262Mで更新し、
      *    QXS001W・QXS005Wがオーソリで参照する。長期間停止のままの
      *    カードはQTS262Bがコールセンタへ連絡する。
           03          ()-SEG.                              *>停止キー
             05        ()-PRMCARDNO          PIC  X(16).    *>カード番号
           03          ()-KAI.                              *>会員キー
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-KAIRIYOUSHACD      PIC  9(01).    *>利用者コード
           03          ()-TEISISTS           PIC  X(01).    *>停止状態
      *      スペース:通常（解除済）  1:一時停止中  8:紛失届へ切替済
           03          ()-KEIZOKUKYOKA       PIC  X(01).    *>継続課金の扱い
      *      スペース:停止中は謝絶  1:登録加盟店の継続課金は通す
           03          ()-TEISIYMD           PIC  9(08).    *>停止年月日
           03          ()-TEISITIME          PIC  9(06).    *>停止時刻
           03          ()-TEISICHANNEL       PIC  X(01).    *>停止チャネル
      *      1:会員ＷＥＢ  2:音声応答  3:コールセンタ
           03          ()-KAIJOYMD           PIC  9(08).    *>解除年月日
           03          ()-KAIJOTIME          PIC  9(06).    *>解除時刻
           03          ()-KAIJOCHANNEL       PIC  X(01).    *>解除チャネル
           03          ()-TEISIKAISU         PIC  9(03).    *>累計停止回数
           03          ()-CCRENRAKUYMD       PIC  9(08).    *>コールセンタ連絡日
      *      長期停止としてQTS262Bが連絡した日（解除・再停止でゼロ）
           03          ()-FUNSITSUUKETSUKENO PIC  9(08).    *>紛失届依頼番号
      *      紛失届へ切り替えた際のQTS112ブラック登録依頼番号
           03          ()-OPERATORID         PIC  X(08).    *>最終更新担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
