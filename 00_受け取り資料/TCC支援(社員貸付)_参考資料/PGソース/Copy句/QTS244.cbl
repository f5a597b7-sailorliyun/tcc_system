      *8...........2.........3.........4.........5........6........7.........8
      *    QTS244(QTA244)
      ****************************************************************
      *                受取証書管理ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    貸金業法第１８条の受取証書。ローン返済の入金分解（QTS100）
      *    １件ごとにQTS244Bが作成し、交付の記録を兼ねる。
           03          ()-SEG.                              *>受取証書キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMNYUKINMEISAI    PIC  9(07).    *>入金明細番号
               07      ()-PRMSHORITUUBAN     PIC  9(09).    *>入金分解通番
           03          ()-UKETORINO          PIC  9(14).    *>受取証書番号
      *      作成日（８桁）＋連番（６桁）
           03          ()-LOANSHUBETSU       PIC  9(05).    *>ローン種別
           03          ()-KEIYAKUYMD         PIC  9(08).    *>契約年月日
           03          ()-KASHITSUKEGAKU     PIC S9(11)     *>貸付金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-NYUKINBI           PIC  9(08).    *>受領年月日
           03          ()-BUNKAIKBN          PIC  9(02).    *>分解区分
           03          ()-NYUKINHOHO         PIC  N(04).    *>返済方法
      *      給与控除・口座振替・コンビニ・振込等（分解区分翻訳値）
           03          ()-UKETORIGAKU        PIC S9(11)     *>受領金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-GENPON             PIC S9(11)     *>元本充当額
                                   SIGN IS LEADING SEPARATE.
           03          ()-RISOKU             PIC S9(09)     *>利息充当額
                                   SIGN IS LEADING SEPARATE.
           03          ()-TESURYO            PIC S9(09)     *>事務手数料充当額
                                   SIGN IS LEADING SEPARATE.
           03          ()-SONGAIKIN          PIC S9(09)     *>遅延損害金充当額
                                   SIGN IS LEADING SEPARATE.
           03          ()-ZANDAKA            PIC S9(11)     *>弁済後残存債務額
                                   SIGN IS LEADING SEPARATE.
           03          ()-RISOKUKIJYUNBI     PIC  9(08).    *>利息計算基準日
           03          ()-SHOSHIKIKBN        PIC  X(01).    *>交付様式
      *      1:個別交付  2:一定期間まとめ交付（会員承諾済）
           03          ()-SOUFUKBN           PIC  X(01).    *>送付チャネル
      *      1:紙  2:電子  3:併用（QTS027の現行設定）
           03          ()-HAKKOSTS           PIC  X(01).    *>交付状況
      *      0:未交付（まとめ待ち）  1:交付済
           03          ()-HAKKOYMD           PIC  9(08).    *>交付年月日
           03          ()-SAKUSEIYMD         PIC  9(08).    *>作成年月日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
