      *8...........2.........3.........4.........5........6........7.........8
      *    QTS299(QTA299)
      ****************************************************************
      *                帳票アーカイブ本体ファイル                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    アーカイブした帳票の行を出力時のまま１行１件で保管する。
      *    キーの先頭は索引（QTS298）と同じ。
           03          ()-SEG.                              *>本体キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMREPORTID        PIC  X(08).    *>帳票ＩＤ
               07      ()-PRMSAKUSEIYMD      PIC  9(08).    *>保管年月日
               07      ()-PRMSAKUSEITIME     PIC  9(06).    *>保管時刻
               07      ()-PRMGYONO           PIC  9(07).    *>行番号
           03          ()-GYODATA            PIC  X(132).   *>帳票行
