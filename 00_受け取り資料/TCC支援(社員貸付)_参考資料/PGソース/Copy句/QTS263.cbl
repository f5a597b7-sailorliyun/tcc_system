      *8...........2.........3.........4.........5........6........7.........8
      *    QTS263(QTA263)
      ****************************************************************
      *                紹介コードファイル                            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員紹介制度で会員に発行する紹介コード。入会申込（QBS002）
      *    の紹介コード欄に記入されたコードから紹介者を特定する。
      *    QTS263Mで発行・停止し、会員キーは代替キー（重複あり）と
      *    する。コードは連番７桁＋チェックデジット１桁。
           03          ()-SEG.                              *>紹介コードキー
             05        ()-PRMSHOUKAICD       PIC  9(08).    *>紹介コード
           03          ()-KAI.                              *>紹介者会員キー
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-CODESTS            PIC  X(01).    *>コード状態
      *      1:有効  9:停止（新規申込の紹介を受け付けない）
           03          ()-HAKKOYMD           PIC  9(08).    *>発行年月日
           03          ()-TEISIYMD           PIC  9(08).    *>停止年月日
           03          ()-OPERATORID         PIC  X(08).    *>最終更新担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
