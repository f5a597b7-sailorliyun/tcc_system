      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   ＪＩＣＣ異動フラグ追加        FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>レビューキー
             05        ()-PRM.                              *>エントリーキー
           03          ()-JUDGESTS           PIC  X(01).    *>判定状況
      *      スペース:照会中  1:要レビュー  2:レビュー済
           03          ()-JICFLG             PIC  X(01).    *>事故情報フラグ
           03          ()-JICCFLG            PIC  X(01).    *>ＪＩＣＣ異動フラグ
      *      1:ＪＩＣＣ回答に異動情報あり（QTS257Bが設定）
           03          ()-YSNRANK            PIC  X(01).    *>現与信ランク
           03          ()-YSNSOUGENDO        PIC  9(05).    *>現総限度額
           03          ()-YSNCASHGENDO       PIC  9(05).    *>現キャッシング限度額
