      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   受取証書まとめ交付承諾を追加  FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>設定キー
             05        ()-PRM.                              *>エントリーキー
           03          ()-HENKOUYMD          PIC  9(08).    *>設定変更日
           03          ()-HENKOURIYU         PIC  X(01).    *>変更事由
      *      1:会員申出  2:不達による紙回帰
           03          ()-UKETORIMATOMEKBN   PIC  X(01).    *>受取証書まとめ
      *      スペース:個別交付  1:一定期間まとめ交付を承諾  9:承諾撤回
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
