      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   照会操作区分の追加            FIP      26/10/15   *
      *   000003   帳票アーカイブ照会の記録      FIP      26/10/15   *
      *   000004   個人情報開示一覧作成の記録    FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>ジャーナル
             05        ()-JOURNALYMD         PIC  9(08).    *>操作年月日
             05        ()-TABANO             PIC  X(05).    *>端末番号
             05        ()-ACTIONKBN          PIC  X(01).    *>操作区分
      *      A:追加  C:変更  D:削除
      *      R:照会（カード番号マスク解除。QTS286M）
      *        （帳票アーカイブ照会・再出力。QTS298M）
      *        （個人情報開示一覧の作成。QTS307B）
             05        ()-KEYINFO            PIC  X(30).    *>対象キー表示
             05        ()-BEFOREIMAGE        PIC  X(120).   *>変更前イメージ
             05        ()-AFTERIMAGE         PIC  X(120).   *>変更後イメージ
