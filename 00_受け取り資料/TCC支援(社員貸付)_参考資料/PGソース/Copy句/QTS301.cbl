      *8...........2.........3.........4.........5........6........7.........8
      *    QTS301(QTA301)
      ****************************************************************
      *                利用明細差分抽出コントロールファイル          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    夜間差分抽出（QTS300B）の実行ごとに１件を持ち、利用明細
      *    （QTS050）・前夜スナップショット・差分の件数と利用金額を
      *    記録する。次の２点が成り立つとき照合一致とする。
      *      ①前夜スナップショットの件数・金額＝前回実行時の当夜
      *        利用明細の件数・金額
      *      ②当夜利用明細＝前夜スナップショット＋追加－削除
      *        （金額は変更分の増減を加える）
           03          ()-SEG.                              *>コントロールキー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMGYOUMUYMD       PIC  9(08).    *>業務日付
           03          ()-MST.                              *>当夜利用明細
             05        ()-MSTKENSU           PIC  9(09).    *>件数
             05        ()-MSTKNG             PIC S9(15)     *>利用金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-ZEN.                              *>前夜スナップ
             05        ()-ZENKENSU           PIC  9(09).    *>件数
             05        ()-ZENKNG             PIC S9(15)     *>利用金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-TSUIKA.                           *>追加
             05        ()-TSUIKAKENSU        PIC  9(09).    *>件数
             05        ()-TSUIKAKNG          PIC S9(15)     *>利用金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-HENKO.                            *>変更
             05        ()-HENKOKENSU         PIC  9(09).    *>件数
             05        ()-HENKOMAEKNG        PIC S9(15)     *>変更前金額
                                   SIGN IS LEADING SEPARATE.
             05        ()-HENKOATOKNG        PIC S9(15)     *>変更後金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-SAKUJO.                           *>削除
             05        ()-SAKUJOKENSU        PIC  9(09).    *>件数
             05        ()-SAKUJOKNG          PIC S9(15)     *>利用金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-BUBUN.                            *>使用側別部分集合
             05        ()-TOUJITUKENSU       PIC  9(09).    *>当日計上分件数
             05        ()-CHOKKINKENSU       PIC  9(09).    *>直近計上分件数
             05        ()-TAISHONENGETU      PIC  9(06).    *>対象年月
             05        ()-TAISHOKENSU        PIC  9(09).    *>対象月計上分件数
           03          ()-SHOUGOUSTS         PIC  X(01).    *>照合結果
      *      0:一致  1:前夜スナップショット不一致  2:差分不一致
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
