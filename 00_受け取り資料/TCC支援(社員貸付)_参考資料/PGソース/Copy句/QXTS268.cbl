      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS268(QXTS268)
      ****************************************************************
      *          国際ブランド精算明細データ                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    国際ブランド（ＶＩＳＡ・Ｍａｓｔｅｒｃａｒｄ・ＪＣＢ）
      *    から精算日ごとに届く精算明細。取込ゲート（QTS139B）共通
      *    ラッパ形式で受け、QTS268Bが利用明細（QTS050）・売上明細
      *    （QTS070）と取引単位に突合する。取引の特定はカード番号・
      *    承認番号・利用日で行う。
           03          ()-BRANDKBN           PIC  X(01).    *>ブランド区分
      *      1:ＶＩＳＡ  2:Ｍａｓｔｅｒｃａｒｄ  3:ＪＣＢ
           03          ()-SEISANYMD          PIC  9(08).    *>精算日
           03          ()-MEISAIKBN          PIC  X(01).    *>明細区分
      *      1:取引精算  2:ブランド手数料（アセスメント）
           03          ()-CARDNO             PIC  X(16).    *>カード番号
           03          ()-SHOUNINNO          PIC  9(07).    *>承認番号
           03          ()-RIYOUBI            PIC  9(08).    *>利用日
           03          ()-SEISANKNG          PIC S9(11)     *>精算金額（円）
                                   SIGN IS LEADING SEPARATE.
           03          ()-TUUKACD            PIC  X(03).    *>取引通貨コード
           03          ()-TUUKAGAKU          PIC S9(10)V9(03) *>取引通貨額
                                   SIGN IS LEADING SEPARATE.
           03          ()-INTERCHANGEKNG     PIC S9(09)     *>インターチェンジ
                                   SIGN IS LEADING SEPARATE.
      *      イシュアの受取分。取消精算は負で届く
           03          ()-ASSESSKNG          PIC S9(09)     *>アセスメント手数料
                                   SIGN IS LEADING SEPARATE.
      *      明細区分２のみ設定
           03          FILLER                PIC  X(20).
