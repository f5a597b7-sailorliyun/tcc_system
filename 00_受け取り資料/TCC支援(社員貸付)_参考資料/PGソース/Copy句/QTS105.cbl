      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/02   *
      *   000002   償却状態に譲渡済を追加        FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>償却キー
             05        ()-PRMSYOUKYAKUNO     PIC  9(08).    *>償却管理番号
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SYOUKYAKUSTS       PIC  X(01).    *>償却状態
      *      1:候補  2:承認済  3:償却済  4:譲渡済（QTS249B）
      *      9:取下げ
           03          ()-SYOUKYAKUKNG       PIC S9(11)     *>償却金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-GENCLOSEKEKKACD    PIC  X(02).    *>原終結結果コード
