      *8...........2.........3.........4.........5........6........7.........8
      *    QTS251(QTA251)
      ****************************************************************
      *                死亡会員管理ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    死亡の届出を受けた会員を会員単位に管理する。届出の登録
      *    （QTS251M）でカードを停止（QTS110・QTS020）し、以後は督促
      *    （QTS096B）・口座振替（QTS092B）・給与天引（QTS097B）の
      *    対象外とする。死亡日時点残高の確定・相続人あて請求・団体
      *    信用生命保険の請求と保険金の入金計上はQTS251Bが行う。
           03          ()-SEG.                              *>死亡管理キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SHIBOUSTS          PIC  X(01).    *>死亡処理状態
      *      1:届出登録（カード停止済）  2:残高確定・相続人請求済
      *      3:団信請求済  4:団信保険金受領済  9:登録取消
           03          ()-SHIBOUYMD          PIC  9(08).    *>死亡年月日
           03          ()-UKETSUKEYMD        PIC  9(08).    *>届出受付日
           03          ()-SZK.                              *>相続人（届出人）
             05        ()-SZKSHIMEIKANA      PIC  X(30).    *>カナ氏名
             05        ()-SZKZOKUGARA        PIC  X(01).    *>続柄
      *      1:配偶者  2:子  3:父母  4:兄弟姉妹  9:その他
             05        ()-SZKYUUBINNO        PIC  X(07).    *>郵便番号
             05        ()-SZKJUSHOKANA       PIC  X(42).    *>住所カナ
             05        ()-SZKTELNO           PIC  X(15).    *>電話番号
           03          ()-BLACKNO            PIC  9(08).    *>ブロックNO
      *      カード停止で登録したQTS110のキー（取消時に削除する）
           03          ()-KAZOKUMAISU        PIC  9(01).    *>停止家族カード枚数
           03          ()-DANSHINKBN         PIC  X(01).    *>団信加入区分
      *      1:加入（社員貸付の団体信用生命保険）  SPACE:未加入
           03          ()-HOKENGAISHACD      PIC  X(04).    *>保険会社コード
           03          ()-ZAN.                              *>死亡日時点残高
             05        ()-ZANCARD            PIC S9(11)     *>カード債権
                                   SIGN IS LEADING SEPARATE.
             05        ()-ZANLOAN            PIC S9(11)     *>貸付元本
                                   SIGN IS LEADING SEPARATE.
      *      請求済の貸付債権と未到来分の元本残（QTS210）の合計
             05        ()-ZANRISOKU          PIC S9(09)     *>経過利息
                                   SIGN IS LEADING SEPARATE.
      *      直近約定日の翌日から死亡日までの日割利息
             05        ()-ZANGOKEI           PIC S9(11)     *>残高合計
                                   SIGN IS LEADING SEPARATE.
           03          ()-ZANKAKUTEIYMD      PIC  9(08).    *>残高確定日
           03          ()-SOUZOKUKNG         PIC S9(11)     *>相続人請求額
                                   SIGN IS LEADING SEPARATE.
      *      残高合計から団信請求額を除いた額
           03          ()-SOUZOKUYMD         PIC  9(08).    *>相続人請求日
           03          ()-DSNSEIKYUKNG       PIC S9(11)     *>団信請求額
                                   SIGN IS LEADING SEPARATE.
           03          ()-DSNSEIKYUYMD       PIC  9(08).    *>団信請求日
           03          ()-DSNSHIHARAIKNG     PIC S9(11)     *>団信保険金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-DSNSHIHARAIYMD     PIC  9(08).    *>団信保険金受領日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
