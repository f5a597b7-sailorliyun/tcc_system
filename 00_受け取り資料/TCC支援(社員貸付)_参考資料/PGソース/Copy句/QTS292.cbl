      *8...........2.........3.........4.........5........6........7.........8
      *    QTS292(QTA292)
      ****************************************************************
      *                店舗統廃合履歴ファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    店舗統廃合処理（QTS291B）が店コードを付け替えた会員・入金
      *    計上・入金分解の明細。統廃合キーごとに追記し、付替え前の
      *    店コードは旧店コードで分かる。
           03          ()-SEG.                              *>履歴キー
             05        ()-KIGYOUCD           PIC  X(04).    *>企業コード
             05        ()-KYUTENCD           PIC  X(02).    *>旧店コード
             05        ()-JISSHIYMD          PIC  9(08).    *>実施日
             05        ()-SHINTENCD          PIC  X(02).    *>新店コード
             05        ()-TAISHOKBN          PIC  X(01).    *>対象区分
      *      1:会員(QTS010)  2:入金計上(QTS090)  3:入金分解(QTS100)
             05        ()-SUBRANGEKEY        PIC  9(04).    *>サブレンジキー
             05        ()-NAIBUKAIINNO       PIC  9(08).    *>内部会員番号
             05        ()-MEISAINO           PIC  9(07).    *>入金明細番号
             05        ()-TUUBAN             PIC  9(09).    *>計上・分解通番
           03          ()-HENKO.                            *>付替項目
             05        ()-HENSAIKENKANRI     PIC  X(01).    *>債権管理店
             05        ()-HENEIGYOU          PIC  X(01).    *>営業店
             05        ()-HENKAKUTOKU        PIC  X(01).    *>獲得店
             05        ()-HENDM              PIC  X(01).    *>ＤＭ店
      *      1:付替え  スペース:対象外（区分２・３は債権管理店のみ）
           03          ()-JIGYOUHONBUCD      PIC  X(02).    *>事業本部コード
           03          ()-ZANKNG             PIC S9(13)     *>未回収残
                                   SIGN IS LEADING SEPARATE.
           03          ()-SHORIYMD           PIC  9(08).    *>処理日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
