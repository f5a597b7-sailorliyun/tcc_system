      *8...........2.........3.........4.........5........6........7.........8
      *    QTS273(QTA273)
      ****************************************************************
      *                認定利息年間累計ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    認定利息計算（QTS273B）が従業員（会員）ごと・暦年ごとに
      *    月別の経済的利益と雇用主へ通知した課税額を保持する。
      *    課税額は年累計の経済的利益（用途非課税分を除く）が少額
      *    免除額を超えた月に、それまでの累計を一括で計上し、以後は
      *    各月の利益をそのまま計上する。同月の再計算は当月分を置き
      *    換える。年間集計は本ファイルから作成する。
           03          ()-SEG.                              *>累計キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMTAISHONEN       PIC  9(04).    *>対象年
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-GAIBUKAIINNO       PIC  9(12).    *>外部会員番号
           03          ()-AITESAKINO         PIC  X(08).    *>提携先番号
      *      通知先の雇用主（QBS005）
           03          ()-SHIMEIKANA         PIC  X(30).    *>氏名カナ
           03          ()-TSK                OCCURS 12.     *>月別（１～１２月）
             05        ()-TSKRIEKI           PIC S9(09)     *>経済的利益
                                   SIGN IS LEADING SEPARATE.
      *      用途非課税の貸付分を除く
             05        ()-TSKHIKAZEIRIEKI    PIC S9(09)     *>用途非課税利益
                                   SIGN IS LEADING SEPARATE.
             05        ()-TSKKAZEIGAKU       PIC S9(09)     *>通知課税額
                                   SIGN IS LEADING SEPARATE.
           03          ()-NENRIEKI           PIC S9(11)     *>年間経済的利益
                                   SIGN IS LEADING SEPARATE.
           03          ()-NENHIKAZEIRIEKI    PIC S9(11)     *>年間用途非課税
                                   SIGN IS LEADING SEPARATE.
           03          ()-NENKAZEIGAKU       PIC S9(11)     *>年間課税額
                                   SIGN IS LEADING SEPARATE.
           03          ()-SHOGAKUMENJOGAKU   PIC  9(07).    *>適用少額免除額
           03          ()-SAISHUNENGETU      PIC  9(06).    *>最終計算年月
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
