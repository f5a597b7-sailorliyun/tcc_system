      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   世代復元時の再実行待ちの追加  FIP      26/10/15   *
      *   000003   バッチ排他対象ファイルの追加  FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>ジョブキー
             05        ()-PRMJOBID           PIC  X(08).    *>ジョブＩＤ
           03          ()-SENKOU.                            *>先行ジョブ
             05        ()-SENKOUJOB          OCCURS 4
                                             PIC  X(08).    *>先行ジョブID
           03          ()-KOUSHIN.                           *>更新対象
             05        ()-KOUSHINFILE        OCCURS 6
                                             PIC  X(08).    *>更新ファイルID
      *      実行状態が２・３・４の間、ここに挙げたファイルはバッチ排他
      *      中とし、オンライン保守は保留更新ファイル（QTS285）へ
      *      受け付ける
           03          ()-ENDSTS             PIC  X(01).    *>実行状態
      *      スペース:未実行  1:正常終了  2:異常終了  3:実行中
      *      4:再実行待ち（マスタ世代復元（QTS284B）で付与）
           03          ()-KAISHIYMD          PIC  9(08).    *>開始年月日
           03          ()-KAISHITIME         PIC  9(06).    *>開始時刻
           03          ()-SHURYOYMD          PIC  9(08).    *>終了年月日
