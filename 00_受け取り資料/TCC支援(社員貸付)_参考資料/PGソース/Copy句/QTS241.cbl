      *8...........2.........3.........4.........5........6........7.........8
      *    QTS241(QTA241)
      ****************************************************************
      *                利用可能額ポジションファイル                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS241Bが毎夜、会員マスタの限度額・リボ残高（QTS103）・
      *    請求後入金（QTS100）・未確定承認（オーソリログ累積）から
      *    作り直し、日中はQXS001W/QXS005Wが承認のつど未確定承認額
      *    へ加算する。利用可能額＝限度額（千円）×１０００−確定残高
      *    −未確定承認額。
           03          ()-SEG.                              *>ポジションキー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SOUGENDO           PIC  9(05).    *>総限度額（千円）
           03          ()-CASHGENDO          PIC  9(05).    *>キャッシング限度額
           03          ()-KAPPUGENDO         PIC  9(05).    *>分割限度額
           03          ()-ZANNENGETU         PIC  9(06).    *>確定残高基準年月
           03          ()-SHIMEYMD           PIC  9(08).    *>承認計上締日
      *      この日以前の承認は確定残高に含まれているものとみなす
           03          ()-SOUZAN             PIC S9(11)     *>確定総残高
                                   SIGN IS LEADING SEPARATE.
           03          ()-CASHZAN            PIC S9(11)     *>確定キャッシング残
                                   SIGN IS LEADING SEPARATE.
           03          ()-MISOU              PIC S9(11)     *>未確定承認額合計
                                   SIGN IS LEADING SEPARATE.
           03          ()-MICASH             PIC S9(11)     *>未確定承認額ＣＳ
                                   SIGN IS LEADING SEPARATE.
           03          ()-MIKAPPU            PIC S9(11)     *>未確定承認額分割
                                   SIGN IS LEADING SEPARATE.
           03          ()-MIKENSU            PIC  9(05).    *>未確定承認件数
           03          ()-SAKUSEIYMD         PIC  9(08).    *>ポジション作成日
           03          ()-SAISHUSHONINYMD    PIC  9(08).    *>最終承認日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
