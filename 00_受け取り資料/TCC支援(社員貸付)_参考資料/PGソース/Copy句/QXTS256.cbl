      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS256(QXTS256)
      ****************************************************************
      *          ＪＩＣＣ照会依頼・回答データ                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    日本信用情報機構（ＪＩＣＣ）への照会依頼と回答。依頼は
      *    QTS256Bが回答項目を空白で作成し、回答は同じレイアウトに
      *    回答項目を埋めて返る。回答は取込ゲート（QTS139B）共通
      *    ラッパ形式で受ける。照会番号は発信元プログラム内で一意
      *    とし、照会管理（QTS256）のキーとなる。
      *    生年月日はＣＩＣ照会（QXTS01）と同じ７桁形式とする。
           03          ()-KWSID              PIC  X(08).    *>発信元プログラム
           03          ()-INQNO              PIC  9(06).    *>照会番号
           03          ()-SHOKAIKBN          PIC  X(01).    *>照会区分
      *      1:新規申込  2:途上与信
           03          ()-SHIMEIKANA         PIC  X(30).    *>氏名カナ
           03          ()-SEINENGAPPI        PIC  9(07).    *>生年月日
           03          ()-SEX                PIC  9(01).    *>性別
           03          ()-YUUBINNO           PIC  X(07).    *>郵便番号
           03          ()-TELNO              PIC  X(15).    *>電話番号
           03          ()-KAITOU.                           *>回答項目
             05        ()-KAITOUYMD          PIC  9(08).    *>回答年月日
             05        ()-ERRCD              PIC  X(04).    *>エラーコード
      *      空白:正常回答  それ以外:照会エラー（再照会対象）
             05        ()-IDOUFLG            PIC  X(01).    *>異動情報
      *      1:あり  空白:なし
             05        ()-KASHIKINKENSU      PIC  9(03).    *>貸金業借入件数
             05        ()-KASHIKINZAN        PIC  9(07).    *>貸金業借入残高
      *      千円単位（総量規制の対象となる貸金業者からの借入）
             05        ()-NENKANSHIHARAI     PIC  9(07).    *>年間支払予定額
      *      千円単位
           03          FILLER                PIC  X(20).
