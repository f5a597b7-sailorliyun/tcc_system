      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   おまとめ実行時作成の理由追加  FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>予定明細キー
             05        ()-PRM.                              *>エントリーキー
           03          ()-SAKUSEIYMD         PIC  9(08).    *>作成年月日
           03          ()-SAKUSEIRIYU        PIC  X(01).    *>作成理由
      *      1:実行時作成  2:条件変更  3:繰上返済  4:金利改定
      *      5:おまとめ実行時作成（QTS290B）
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
