      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS249(QXTS249)
      ****************************************************************
      *          サービサー委託・解除・譲渡連絡ファイル              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS249Bがサービサーあてに出力する明細行の本文。ファイル
      *    は取込ゲート（QTS139B）と同じ共通ラッパ形式とし、先頭１
      *    桁のレコード区分の後に本レイアウトが入る。
           03          ()-IDOKBN             PIC  X(01).    *>異動区分
      *      1:委託  2:委託解除  3:債権譲渡
           03          ()-SERVICERCD         PIC  X(04).    *>委託先コード
           03          ()-SYOUKYAKUNO        PIC  9(08).    *>償却管理番号
           03          ()-KIGYOUCD           PIC  9(04).    *>企業コード
           03          ()-SUBRANGEKEY        PIC  9(04).    *>サブレンジキー
           03          ()-NAIBUKAIINNO       PIC  9(08).    *>内部会員番号
           03          ()-SYOUKYAKUYMD       PIC  9(08).    *>償却実行日
           03          ()-SYOUKYAKUKNG       PIC  9(11).    *>償却金額
           03          ()-KAISHUKNG          PIC  9(11).    *>償却後回収累計
           03          ()-ZANDAKA            PIC  9(11).    *>債権残高
           03          ()-MANRYOYMD          PIC  9(08).    *>時効満了日
           03          ()-SHIMEIKANA         PIC  X(30).    *>氏名カナ
           03          ()-YUUBINNO           PIC  X(07).    *>郵便番号
           03          ()-JUSHOKANA          PIC  X(42).    *>住所カナ
           03          ()-TELNO              PIC  X(15).    *>電話番号
           03          ()-IDOYMD             PIC  9(08).    *>異動年月日
           03          ()-JOTOKAKAKU         PIC  9(11).    *>譲渡価額
           03          ()-RECALLRIYU         PIC  X(01).    *>委託解除理由
           03          FILLER                PIC  X(07).
