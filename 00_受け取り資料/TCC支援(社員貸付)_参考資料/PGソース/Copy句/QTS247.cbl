      *8...........2.........3.........4.........5........6........7.........8
      *    QTS247(QTA247)
      ****************************************************************
      *                過払金返還請求管理ファイル                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    介入中の会員（QTS019）についてQTS247Bが利息制限法の上限
      *    利率で全取引を引き直した結果。会員単位に最新の計算結果を
      *    保持し、過払金返還引当の算定に用いる。
           03          ()-SEG.                              *>請求管理キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-KAINYUKBN          PIC  X(01).    *>介入区分
      *      1:弁護士受任通知  2:司法書士受任通知  3:法的整理手続
           03          ()-KAINYUSTS          PIC  X(01).    *>介入状態
      *      1:介入中  9:解除（QTS019の現行状態）
           03          ()-UKETSUKEYMD        PIC  9(08).    *>受任通知受付日
           03          ()-KEISANYMD          PIC  9(08).    *>計算基準日
           03          ()-HANTEIKBN          PIC  X(01).    *>判定区分
      *      0:取引なし  1:残債あり  2:過払  3:残債・過払なし
           03          ()-TORIHIKIKAISHIYMD  PIC  9(08).    *>取引開始日
           03          ()-SAISHUTORIHIKIYMD  PIC  9(08).    *>最終取引日
           03          ()-KASHITSUKEKENSU    PIC  9(05).    *>貸付件数
           03          ()-HENSAIKENSU        PIC  9(05).    *>返済件数
           03          ()-KASHITSUKEGOKEI    PIC S9(11)     *>貸付金額合計
                                   SIGN IS LEADING SEPARATE.
           03          ()-HENSAIGOKEI        PIC S9(11)     *>返済金額合計
                                   SIGN IS LEADING SEPARATE.
           03          ()-YAKUJOZANDAKA      PIC S9(11)     *>約定残元本
                                   SIGN IS LEADING SEPARATE.
      *      約定どおりの充当による帳簿上の残元本
           03          ()-HIKINAOSHIGANKIN   PIC S9(11)     *>引直後残元本
                                   SIGN IS LEADING SEPARATE.
           03          ()-HIKINAOSHIRISOKU   PIC S9(11)     *>引直後未払利息
                                   SIGN IS LEADING SEPARATE.
           03          ()-KAHARAIKIN         PIC S9(11)     *>過払金元本
                                   SIGN IS LEADING SEPARATE.
           03          ()-KAHARAIRISOKU      PIC S9(11)     *>過払金利息
                                   SIGN IS LEADING SEPARATE.
      *      計算基準日までの法定利息（元本に組み入れない）
           03          ()-KAHARAIRIRITSU     PIC  99V99.    *>過払金利率
           03          ()-SHOKAIKEISANYMD    PIC  9(08).    *>初回計算日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
