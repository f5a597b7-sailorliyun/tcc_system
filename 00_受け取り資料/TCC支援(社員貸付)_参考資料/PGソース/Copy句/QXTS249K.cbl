      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS249K(QXTS249K)
      ****************************************************************
      *          サービサー回収・手数料報告ファイル                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    サービサーから月次で受領する回収報告の明細行本文。取込
      *    ゲート（QTS139B）共通ラッパ形式で受け、ゲートの金額検証
      *    には回収額（行内位置０４４・桁数１１）を指定する。
           03          ()-SERVICERCD         PIC  X(04).    *>委託先コード
           03          ()-HOKOKUYM           PIC  9(06).    *>報告年月
           03          ()-SYOUKYAKUNO        PIC  9(08).    *>償却管理番号
           03          ()-KIGYOUCD           PIC  9(04).    *>企業コード
           03          ()-SUBRANGEKEY        PIC  9(04).    *>サブレンジキー
           03          ()-NAIBUKAIINNO       PIC  9(08).    *>内部会員番号
           03          ()-KAISHUYMD          PIC  9(08).    *>回収日
           03          ()-KAISHUKNG          PIC  9(11).    *>回収額
           03          ()-TESURYO            PIC  9(11).    *>委託手数料
           03          FILLER                PIC  X(135).
