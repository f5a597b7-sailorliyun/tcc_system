      *8...........2.........3.........4.........5........6........7.........8
      *    QTS280(QTA280)
      ****************************************************************
      *                オートダイヤラ発信リスト                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS280Bが毎朝作成し、オートダイヤラへ引き渡す発信対象。
      *    優先度の昇順、同一優先度内は延滞金額の降順に並ぶ。
      *    ダイヤラは発信可能時刻の範囲内でのみ発信する。
           03          ()-HASSHINYMD         PIC  9(08).    *>発信予定日
           03          ()-PRM.                              *>会員キー
             05        ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-YUSENDO            PIC  9(01).    *>優先度
      *      1:約束不履行  2:延滞91日以上  3:61～90日  4:31～60日
      *      5:30日以内
           03          ()-AGINGKAISO         PIC  9(01).    *>エイジング階層
      *      1:30日以内  2:31～60日  3:61～90日  4:91日以上
           03          ()-ENTAINISSU         PIC  9(04).    *>延滞日数
           03          ()-ENTAIKNG           PIC S9(11)     *>延滞金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-TELNO              PIC  X(15).    *>発信電話番号
      *      自宅電話番号（市外局番・局番・番号を詰めたもの）
           03          ()-HASSHINKAISHI      PIC  9(04).    *>発信可能開始時刻
           03          ()-HASSHINSHURYO      PIC  9(04).    *>発信可能終了時刻
      *      HHMM。貸金業法の取立て規制により8時～21時の範囲内
           03          ()-SAIKENKANRITEN     PIC  X(02).    *>債権管理店
