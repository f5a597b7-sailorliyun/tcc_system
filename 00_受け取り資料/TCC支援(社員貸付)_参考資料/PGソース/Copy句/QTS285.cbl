      *8...........2.........3.........4.........5........6........7.........8
      *    QTS285(QTA285)
      ****************************************************************
      *                保留更新ファイル                              *
      *                （バッチ排他中のオンライン保守受付分）        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    保守処理（QTS024M・QTS134M・QTS014M・QTS029M・QTS083M）は
      *    更新先ファイルがジョブネットワーク管理ファイル（QTS171）上で
      *    バッチ排他中のとき、入力取引をそのまま本ファイルへ受付順に
      *    保留する。あわせて更新先レコードの受付時点イメージを持ち、
      *    バッチ終了後の保留更新適用（QTS285B）で現在のレコードと
      *    比較して、バッチが同じレコードを更新していれば競合とする。
           03          ()-SEG.                              *>保留キー
             05        ()-PRMUKETSUKEYMD     PIC  9(08).    *>受付年月日
             05        ()-PRMUKETSUKETIME    PIC  9(06).    *>受付時刻
             05        ()-PRMTRANID          PIC  X(08).    *>取引（ﾌﾟﾛｸﾞﾗﾑ）
             05        ()-PRMRENBAN          PIC  9(05).    *>受付連番
           03          ()-FILEID             PIC  X(08).    *>更新先ファイルID
           03          ()-KEYINFO            PIC  X(30).    *>更新先キー
      *      更新先ファイルのエントリーキー（PRM）をそのまま持つ
           03          ()-HAITAJOBID         PIC  X(08).    *>排他中ジョブID
           03          ()-OPERATORID         PIC  X(08).    *>オペレータID
           03          ()-TABANO             PIC  X(05).    *>端末番号
           03          ()-HORYUSTS           PIC  X(01).    *>保留状態
      *      スペース:保留中  1:適用済（再投入取引作成済）
      *      2:競合（運転員確認待ち）  9:取消
           03          ()-BEFOREIMAGE        PIC  X(120).   *>受付時イメージ
      *      更新先レコードの先頭１２０バイト。未登録ならスペース
           03          ()-TRANIMAGE          PIC  X(300).   *>取引イメージ
           03          ()-TEKIYOYMD          PIC  9(08).    *>適用・判定日
           03          ()-TEKIYOTIME         PIC  9(06).    *>適用・判定時刻
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
