      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   会員紹介特典の追加            FIP      26/10/15   *
      *   000003   加盟店負担特典の追加          FIP      26/10/15   *
      ****************************************************************
      *
      * 通常ポイントは従来どおりQTS080の一本残高で管理し、本元帳は
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMLOTNO           PIC  9(04).    *>ロット番号
           03          ()-LOTKBN             PIC  X(02).    *>ロット種別
      *      01:キャンペンボーナス  02:調整付与  03:会員紹介特典
      *      04:加盟店負担キャンペーン特典
           03          ()-YUKOKIGENYMD       PIC  9(08).    *>ロット有効期限
           03          ()-FUYOPOINT          PIC S9(11)     *>付与ポイント
                                   SIGN IS LEADING SEPARATE.
