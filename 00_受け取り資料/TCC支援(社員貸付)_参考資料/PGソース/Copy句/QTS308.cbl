      *8...........2.........3.........4.........5........6........7.........8
      *    QTS308(QTA308)
      ****************************************************************
      *                第三者提供同意マスタ                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員ごと・提供先区分ごとの第三者提供への同意を保持する。
      *    入会申込書の同意欄は申込の入力時に、その後の同意・撤回は
      *    オンラインでQTS308Mが登録する。変更前後の内容は操作
      *    ジャーナル（QTS025）に残る。
      *    会員抽出ファイル（QTS800／850／860／870／880）の配信時に
      *    QTS308Bが提供先区分ごとにこのマスタを参照し、同意のない
      *    会員のレコードを除外またはマスクする。
           03          ()-SEG.                              *>同意キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-PRMTEIKYOSAKIKBN   PIC  X(02).    *>提供先区分
      *      01:グループ会社  02:提携先（ポイント・保険等）
      *      03:共同利用先
           03          ()-DOUIKBN            PIC  X(01).    *>同意区分
      *      スペース:未取得  1:同意  9:不同意（撤回を含む）
      *      未取得は不同意と同じに扱う
           03          ()-DOUIYMD            PIC  9(08).    *>同意・撤回日
           03          ()-DOUIKEIRO          PIC  X(01).    *>取得経路
      *      1:入会申込書  2:ＷＥＢ入会申込  3:会員ＷＥＢ  4:窓口
      *      5:電話  6:郵送書面
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>最終更新担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
