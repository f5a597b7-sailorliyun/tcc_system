      *8...........2.........3.........4.........5........6........7.........8
      *    QTS298(QTA298)
      ****************************************************************
      *                帳票アーカイブ索引ファイル                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    帳票の出力１回ごとに１件を持つ。本体の行はQTS299に同じ
      *    キーで保管する。登録はQTS298B、照会・再出力はQTS298M、
      *    保管期限を過ぎた本体の消去はQTS299Bで行う。消去後も索引
      *    は消去済として残す。
           03          ()-SEG.                              *>索引キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMREPORTID        PIC  X(08).    *>帳票ＩＤ
               07      ()-PRMSAKUSEIYMD      PIC  9(08).    *>保管年月日
               07      ()-PRMSAKUSEITIME     PIC  9(06).    *>保管時刻
           03          ()-GYOUMUYMD          PIC  9(08).    *>業務日付
           03          ()-JOBID              PIC  X(08).    *>ジョブＩＤ
      *      出力したジョブ（QTS171のジョブＩＤ）
           03          ()-JOBKAISHIYMD       PIC  9(08).    *>ジョブ開始日
           03          ()-JOBKAISHITIME      PIC  9(06).    *>ジョブ開始時刻
           03          ()-PAGESU             PIC  9(05).    *>ページ数
           03          ()-RECORDSU           PIC  9(07).    *>行数
           03          ()-HOKANKIGENYM       PIC  9(06).    *>保管期限年月
      *      この年月の末日まで保管する。999999:永年保管
           03          ()-ARCSTS             PIC  X(01).    *>保管状態
      *      1:保管中  9:消去済
           03          ()-SHOUKYOYMD         PIC  9(08).    *>消去年月日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
