      *8...........2.........3.........4.........5........6........7.........8
      *    QTS249(QTA249)
      ****************************************************************
      *                償却債権委託・譲渡管理ファイル                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    償却済債権（QTS105）の債権回収会社（サービサー）への回収
      *    委託と債権譲渡の状況を償却管理番号単位に管理する。委託・
      *    委託解除・譲渡はQTS249Bが、サービサーの月次回収報告の
      *    計上はQTS250Bが更新する。
           03          ()-SEG.                              *>委託管理キー
             05        ()-PRMSYOUKYAKUNO     PIC  9(08).    *>償却管理番号
           03          ()-KAI.                              *>会員キー
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SERVICERCD         PIC  X(04).    *>委託先コード
      *      譲渡済の場合は譲渡先
           03          ()-ITAKUSTS           PIC  X(01).    *>委託状態
      *      1:委託中  2:委託解除  3:譲渡済
           03          ()-ITAKUYMD           PIC  9(08).    *>委託年月日
           03          ()-ITAKUZANDAKA       PIC S9(11)     *>委託時債権残高
                                   SIGN IS LEADING SEPARATE.
           03          ()-RECALLYMD          PIC  9(08).    *>委託解除年月日
           03          ()-RECALLRIYU         PIC  X(01).    *>委託解除理由
      *      1:時効完成・援用  2:介入中  3:回収終了・償却取下げ
      *      4:委託契約終了  5:個別解除
           03          ()-KAISHUGOKEI        PIC S9(11)     *>委託回収累計
                                   SIGN IS LEADING SEPARATE.
      *      サービサー報告の回収額（手数料控除前）
           03          ()-TESURYOGOKEI       PIC S9(11)     *>委託手数料累計
                                   SIGN IS LEADING SEPARATE.
           03          ()-SAISHUHOKOKUYM     PIC  9(06).    *>最終報告年月
           03          ()-JOTOYMD            PIC  9(08).    *>譲渡年月日
           03          ()-BOKAGAKU           PIC S9(11)     *>譲渡時簿価
                                   SIGN IS LEADING SEPARATE.
      *      償却金額－償却後回収累計（譲渡時点の債権額）
           03          ()-JOTOKAKAKU         PIC S9(11)     *>譲渡価額
                                   SIGN IS LEADING SEPARATE.
           03          ()-JOTOSAGAKU         PIC S9(11)     *>譲渡差額
                                   SIGN IS LEADING SEPARATE.
      *      譲渡価額－譲渡時簿価
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
