      *8...........2.........3.........4.........5........6........7.........8
      *    QTS309(QTA309)
      ****************************************************************
      *                海外事務手数料明細ファイル                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS309Bが海外事務手数料を課した利用明細１件につき１レコ
      *    ード。キーは対象の利用明細（QTS050）のキーで、同じ利用に
      *    二重に課すことはない。手数料は伝票種別9006の明細として
      *    請求へ計上し、その取引番号を持つ。対象の利用が売上取消
      *    （QTS151）またはチャージバックの解決（QTS072 結果01・03）
      *    となったときは、同額のマイナス明細で戻して取消済とする。
           03          ()-SEG.                              *>手数料明細キー
             05        ()-PRM.                              *>利用明細キー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMTORIHIKINO      PIC  9(07).    *>取引番号
           03          ()-URITUUBAN          PIC  9(13).    *>売上通番
           03          ()-CARDKBN            PIC  9(06).    *>カード区分
           03          ()-BRANDKBN           PIC  X(01).    *>ブランド区分
           03          ()-JIGYOUHONBUCD      PIC  X(02).    *>事業本部コード
           03          ()-RIYOUBI            PIC  9(08).    *>利用日
           03          ()-KEIJYOUBI          PIC  9(08).    *>計上日
           03          ()-RIYOUKNG           PIC S9(11)     *>利用金額（円）
                                             SIGN LEADING SEPARATE.
           03          ()-TUUKACD            PIC  X(03).    *>現地通貨コード
           03          ()-TUUKAGAKU          PIC S9(10)V999  *>現地通貨額
                                             SIGN LEADING SEPARATE.
           03          ()-TESURYORITSU       PIC  99V999.   *>適用料率（％）
           03          ()-TESURYOKNG         PIC  9(09).    *>手数料額
           03          ()-TESURYOTORIHIKINO  PIC  9(07).    *>手数料明細取引番号
      *      計上した伝票種別9006の取引番号
           03          ()-KAZEIYMD           PIC  9(08).    *>手数料計上日
           03          ()-TESURYOSTS         PIC  X(01).    *>手数料状態
      *      1:計上済  9:取消済
           03          ()-TORIKESHIRIYU      PIC  X(01).    *>取消事由
      *      1:売上取消（QTS151）  2:チャージバック（QTS072）
           03          ()-MODOSHITORIHIKINO  PIC  9(07).    *>戻し明細取引番号
           03          ()-TORIKESHIYMD       PIC  9(08).    *>取消日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
