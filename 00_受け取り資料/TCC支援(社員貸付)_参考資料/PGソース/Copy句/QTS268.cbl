      *8...........2.........3.........4.........5........6........7.........8
      *    QTS268(QTA268)
      ****************************************************************
      *                ブランド精算照合ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    国際ブランドの精算明細（QXTS268）と当社の利用明細
      *    （QTS050）・売上明細（QTS070）との突合結果を取引ごとに
      *    保持する。QTS268Bが日次で突合・差異判定を行い、未解消の
      *    差異は差異発生日からの経過日数を毎日更新して月末を待たず
      *    に報告する。後続の精算・計上で一致したものは自動解消と
      *    し、調査のうえ決着させたものは手動解消として区分２を
      *    設定する。
           03          ()-SEG.                              *>照合キー
             05        ()-PRMCARDNO          PIC  X(16).    *>カード番号
             05        ()-PRMSHOUNINNO       PIC  9(07).    *>承認番号
             05        ()-PRMRIYOUBI         PIC  9(08).    *>利用日
           03          ()-BRANDKBN           PIC  X(01).    *>ブランド区分
      *      1:ＶＩＳＡ  2:Ｍａｓｔｅｒｃａｒｄ  3:ＪＣＢ
           03          ()-SAGAIKBN           PIC  X(01).    *>差異区分
      *      0:一致  1:当社未計上  2:ブランド未精算  3:金額相違
      *      4:通貨相違
      *      解消後も最後に検知した差異区分を残す。
           03          ()-TOU.                              *>当社計上
             05        ()-TOUKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-TOUSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-TOUNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-TOUTORIHIKINO      PIC  9(07).    *>取引通番
             05        ()-TOUKEIJYOUBI       PIC  9(08).    *>計上日
             05        ()-TOUKNG             PIC S9(11)     *>利用金額
                                   SIGN IS LEADING SEPARATE.
             05        ()-TOUTUUKACD         PIC  X(03).    *>通貨コード
             05        ()-TOUTUUKAGAKU       PIC S9(10)V9(03) *>現地通貨額
                                   SIGN IS LEADING SEPARATE.
           03          ()-BRD.                              *>ブランド精算
             05        ()-BRDSEISANYMD       PIC  9(08).    *>最終精算日
             05        ()-BRDKNG             PIC S9(11)     *>精算金額累計
                                   SIGN IS LEADING SEPARATE.
      *      再提示・取消精算は同一取引へ累計する
             05        ()-BRDTUUKACD         PIC  X(03).    *>取引通貨コード
             05        ()-BRDTUUKAGAKU       PIC S9(10)V9(03) *>取引通貨額累計
                                   SIGN IS LEADING SEPARATE.
             05        ()-BRDINTERCHANGEKNG  PIC S9(09)     *>インターチェンジ
                                   SIGN IS LEADING SEPARATE.
           03          ()-HASSEIYMD          PIC  9(08).    *>差異発生日
           03          ()-KEIKANISSU         PIC  9(05).    *>差異経過日数
           03          ()-KAIKETSUKBN        PIC  X(01).    *>解消区分
      *      スペース:未解消  1:自動解消  2:手動解消
           03          ()-KAIKETSUYMD        PIC  9(08).    *>解消日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
