      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS288(QXTS288)
      ****************************************************************
      *          勤務先承認回答ファイル                              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    提携先企業（人事・所属長）から受領する社員貸付申込の承認
      *    回答の明細行本文。取込ゲート（QTS139B）共通ラッパ形式で
      *    受け、ゲートの金額検証には承認額（行内位置０３０・桁数
      *    １１）を指定する。キー３項目は承認依頼ファイルの記載を
      *    そのまま返してもらう。
           03          ()-AITESAKINO         PIC  X(08).    *>提携先番号
           03          ()-GAIBUKAIINNO       PIC  9(12).    *>外部会員番号
           03          ()-UKETSUKEDATE       PIC  9(07).    *>申込受付日
           03          ()-KAITOUKBN          PIC  X(01).    *>回答区分
      *      1:承認  2:減額承認  3:否認
           03          ()-SHONINGAKU         PIC  9(11).    *>承認額
      *      承認はゼロ可（申込額どおり）、減額承認は必須
           03          ()-KAITOUYMD          PIC  9(08).    *>回答日
           03          ()-SHONINSHA          PIC  X(20).    *>承認者（カナ）
           03          ()-HININRIYU          PIC  X(02).    *>否認理由
           03          FILLER                PIC  X(130).
