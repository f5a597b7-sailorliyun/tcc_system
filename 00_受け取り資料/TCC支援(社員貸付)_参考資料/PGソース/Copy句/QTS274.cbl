      *8...........2.........3.........4.........5........6........7.........8
      *    QTS274(QTA274)
      ****************************************************************
      *                印紙税課税文書台帳                            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    書式表示による一括納付の対象となる課税文書を１通ごとに
      *    記録する。契約締結時書面（QTS245、第１号文書）と受取証書
      *    （QTS244、第１７号文書）のうち紙で交付したものをQTS274Bが
      *    登録し、納付月ごとの申告集計は本台帳から作成する。電子
      *    交付分は課税文書に当たらないため登録しない。
           03          ()-SEG.                              *>台帳キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMBUNSHOKBN       PIC  X(01).    *>文書区分
      *      1:契約書（第１号）  2:受取書（第１７号・個別交付）
      *      3:受取書（第１７号・まとめ交付）
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMNYUKINMEISAI    PIC  9(07).    *>入金明細番号
      *      まとめ交付は複数貸付にわたるためゼロ
               07      ()-PRMBUNSHOSUB       PIC  9(09).    *>文書副番
      *      契約書:予定表版数  個別交付:入金分解通番
      *      まとめ交付:交付年月日
           03          ()-LOANSHUBETSU       PIC  9(05).    *>ローン種別
           03          ()-UKETORINO          PIC  9(14).    *>受取証書番号
      *      受取書のみ（まとめ交付は先頭の受取証書）
           03          ()-MATOMEKENSU        PIC  9(05).    *>まとめ件数
           03          ()-KISAIKINGAKU       PIC S9(11)     *>記載金額
                                   SIGN IS LEADING SEPARATE.
      *      契約書:貸付金額  受取書:受領金額（まとめ交付は合計）
           03          ()-KAIKYU             PIC  9(02).    *>税額階級
      *      QTS274Bの階級表の行番号
           03          ()-ZEIGAKU            PIC  9(07).    *>印紙税額
           03          ()-BUNSHOYMD          PIC  9(08).    *>交付年月日
           03          ()-NOFUNENGETU        PIC  9(06).    *>申告対象年月
           03          ()-SAKUSEIYMD         PIC  9(08).    *>登録年月日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
