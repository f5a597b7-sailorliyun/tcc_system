      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   * 
      *   000001   レイアウト変更の為            FIP      99/03/06   *
      *   000002   入金経路に団信保険金を追加    FIP      26/10/15   *
      ****************************************************************    
           03    ()-SEG.
             05  ()-PRMKIGYOUCD        PIC  9(04).  *>企業コード
             05  ()-NYUKINHASSEIRIYU   PIC  X(01).  *>入金発生理由
             05  ()-NYUKINKEIRO        PIC  X(01).  *>入金経路
      *      1:振込 2:窓口現金 3:口座振替 4:コンビニ 6:給与天引
      *      7:団信保険金  8:代位弁済
             05  ()-DENPYOUSHUBETSU    PIC  X(04).  *>伝票種別
             05  ()-BATCHNO            PIC  9(04).  *>バッチ№
             05  ()-GNOBATCHNO         PIC  9(04).  *>バッチ№
