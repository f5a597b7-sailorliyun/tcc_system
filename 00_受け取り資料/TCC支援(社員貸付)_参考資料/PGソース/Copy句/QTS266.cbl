      *8...........2.........3.........4.........5........6........7.........8
      *    QTS266(QTA266)
      ****************************************************************
      *                漏洩カード管理ファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    国際ブランドの漏洩カード通知（QXTS266）を漏洩事案・
      *    カード番号ごとに管理する。QTS266Bが取込時に会員と照合
      *    してリスク区分を付け、高リスクはブロックテーブル
      *    （QTS110）へ登録する。QTS267Bが再発行・会員通知・新カード
      *    有効化後の旧カード無効化を行い、QTS266Rが事案別の追跡
      *    状況を出力する。
           03          ()-SEG.                              *>漏洩カードキー
             05        ()-PRMEVENTID         PIC  X(12).    *>漏洩事案番号
             05        ()-PRMCARDNO          PIC  X(16).    *>カード番号
           03          ()-BRANDKBN           PIC  X(01).    *>ブランド区分
      *      1:ＶＩＳＡ  2:Ｍａｓｔｅｒｃａｒｄ  3:ＪＣＢ
           03          ()-ROUEIKBN           PIC  X(01).    *>漏洩範囲区分
      *      1:カード番号のみ  2:カード番号＋有効期限
      *      3:磁気情報・セキュリティコードを含む
           03          ()-ROUEIFROMYMD       PIC  9(08).    *>漏洩期間開始日
           03          ()-ROUEITOYMD         PIC  9(08).    *>漏洩期間終了日
           03          ()-BRANDTSUCHIYMD     PIC  9(08).    *>ブランド通知日
           03          ()-TORIKOMIYMD        PIC  9(08).    *>取込年月日
           03          ()-KAI.                              *>会員キー
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SHOUGOKBN          PIC  X(01).    *>照合区分
      *      1:有効カード  2:無効カード（退会・停止・切替済）
      *      9:該当会員なし
           03          ()-RISKKBN            PIC  X(01).    *>リスク区分
      *      1:高（ブロック・再発行）  2:中（再発行）
      *      3:低（監視のみ）
      *      磁気情報等を含む漏洩、または当該カードに不正確定
      *      （QXS003）の取引があるものを高とする。
           03          ()-BLACKNO            PIC  9(08).    *>ブロックＮＯ
      *      高リスクでブロックテーブルへ登録したＮＯ（新カード
      *      有効化時に解除する）
           03          ()-TAIOUSTS           PIC  X(01).    *>対応状態
      *      スペース:未対応  1:再発行依頼済（新カード有効化待ち）
      *      2:完了（旧カード無効化済）  3:監視のみ  9:対象外
           03          ()-TSUCHIYMD          PIC  9(08).    *>会員通知日
           03          ()-SAIHAKKOYMD        PIC  9(08).    *>再発行依頼日
           03          ()-SHINCARDNO         PIC  X(16).    *>新カード番号
           03          ()-ACTYMD             PIC  9(08).    *>新カード有効化日
           03          ()-KYUMUKOUYMD        PIC  9(08).    *>旧カード無効化日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
