      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS266(QXTS266)
      ****************************************************************
      *          国際ブランド漏洩カード通知（ＣＡＭＳ）データ        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    国際ブランド（ＶＩＳＡ・Ｍａｓｔｅｒｃａｒｄ・ＪＣＢ）
      *    から加盟店等の情報漏洩事案ごとに通知される漏洩カード
      *    一覧。取込ゲート（QTS139B）共通ラッパ形式で受け、QTS266B
      *    が漏洩カード管理（QTS266）へ取り込む。事案番号はブランド
      *    の付番をそのまま用いる。
           03          ()-BRANDKBN           PIC  X(01).    *>ブランド区分
      *      1:ＶＩＳＡ  2:Ｍａｓｔｅｒｃａｒｄ  3:ＪＣＢ
           03          ()-EVENTID            PIC  X(12).    *>漏洩事案番号
           03          ()-CARDNO             PIC  X(16).    *>カード番号
           03          ()-ROUEIKBN           PIC  X(01).    *>漏洩範囲区分
      *      1:カード番号のみ  2:カード番号＋有効期限
      *      3:磁気情報・セキュリティコードを含む
           03          ()-ROUEIFROMYMD       PIC  9(08).    *>漏洩期間開始日
           03          ()-ROUEITOYMD         PIC  9(08).    *>漏洩期間終了日
           03          ()-TSUCHIYMD          PIC  9(08).    *>ブランド通知日
           03          FILLER                PIC  X(20).
