      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/02   *
      *   000002   法的手続中バケットの追加      FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>算定キー
             05        ()-PRM.                              *>エントリーキー
           03          ()-SANSHUTUNENGETU    PIC  9(06).    *>算定年月
           03          ()-BUCKETKBN          PIC  9(01).    *>延滞バケット
      *      0:正常  1:〜30日  2:〜60日  3:〜90日  4:〜120日
      *      5:121日以上  6:法的手続中（申立・提訴～審理中）
      *      7:回収案件・代位弁済請求中
      *      8:法的手続（債務名義取得・強制執行中）
           03          ()-ZENKAIBUCKETKBN    PIC  9(01).    *>前回バケット
           03          ()-TAISHOKNG          PIC S9(11)     *>対象残高
                                   SIGN IS LEADING SEPARATE.
