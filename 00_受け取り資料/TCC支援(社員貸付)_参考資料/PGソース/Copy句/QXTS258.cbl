      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS258(QXTS258)
      ****************************************************************
      *          ＪＩＣＣ月次報告データ                              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ＪＩＣＣ指定の報告ファイル形式（固定長１５０バイト）。
      *    ヘッダ（１件）・データ・トレーラ（１件）で構成し、トレーラ
      *    の件数・残高合計で機関側が受付検証を行う。報告（QTS258B）
      *    とエラー再送（QTS259B）で共用する。
           03          ()-RECKBN             PIC  X(01).    *>レコード区分
      *      1:ヘッダ  2:データ  8:トレーラ
           03          ()-KAISHACD           PIC  X(05).    *>会員会社コード
           03          ()-BODY               PIC  X(144).   *>レコード本体
           03          ()-HEADER   REDEFINES ()-BODY.       *>ヘッダ
             05        ()-HDHOUKOKUYM        PIC  9(06).    *>報告年月
             05        ()-HDSAKUSEIYMD       PIC  9(08).    *>作成年月日
             05        ()-HDHOUKOKUKBN       PIC  X(01).    *>報告区分
      *      1:全件  2:差分  3:訂正再送
             05        FILLER                PIC  X(129).
           03          ()-DATA     REDEFINES ()-BODY.       *>データ
             05        ()-KEIYAKUNO          PIC  9(12).    *>契約番号
             05        ()-SHIMEIKANA         PIC  X(30).    *>氏名カナ
             05        ()-SEINENGAPPI        PIC  9(08).    *>生年月日
             05        ()-SEX                PIC  9(01).    *>性別
             05        ()-KEIYAKUSHURUI      PIC  X(02).    *>契約の種類
      *      21:包括契約（クレジットカード・キャッシング）
             05        ()-GENDOGAKU          PIC  9(07).    *>極度額
      *      千円単位
             05        ()-ZANDAKA            PIC  9(11).    *>残高
      *      円単位（マイナス残高はゼロで報告する）
             05        ()-IDOUKBN            PIC  X(02).    *>異動区分
      *      00:正常  11:延滞  21:債権回収（事故）
      *      31:債務整理（介入）  51:災害特例（異動として扱わない）
             05        ()-IDOUYMD            PIC  9(08).    *>異動発生日
             05        ()-HOUKOKUYMD         PIC  9(08).    *>報告基準日
             05        FILLER                PIC  X(55).
           03          ()-TRAILER  REDEFINES ()-BODY.       *>トレーラ
             05        ()-TRKENSU            PIC  9(07).    *>データ件数
             05        ()-TRZANDAKA          PIC  9(15).    *>残高合計
             05        FILLER                PIC  X(122).
