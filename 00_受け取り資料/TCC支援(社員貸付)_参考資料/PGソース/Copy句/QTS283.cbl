      *8...........2.........3.........4.........5........6........7.........8
      *    QTS283(QTA283)
      ****************************************************************
      *                マスタ退避世代管理ファイル                    *
      *                （処理コントロール（QTS170）の補助簿）        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    夜間チェーン投入前にQTS283Bが主要マスタを世代ファイルへ
      *    退避し、一世代一件で本ファイルへ登録する。世代ファイル
      *    本体はカタログ上の世代データセット（絶対世代番号＝本
      *    ファイルの世代番号）とし、保持世代数を超えた分は本ファイル
      *    からも削除する。QTS284Bは指定世代を復元する前に、世代
      *    ファイルの件数・金額ハッシュを本ファイルの登録値と照合する。
           03          ()-SEG.                              *>世代キー
             05        ()-PRMFILEID          PIC  X(08).    *>対象ファイルID
             05        ()-PRMSEDAINO         PIC  9(04).    *>世代番号
           03          ()-SHUTOKUYMD         PIC  9(08).    *>退避年月日
           03          ()-SHUTOKUTIME        PIC  9(06).    *>退避時刻
           03          ()-KENSU              PIC  9(09).    *>レコード件数
           03          ()-KNGHASH            PIC S9(15)     *>金額ハッシュ
                                   SIGN IS LEADING SEPARATE.
      *      QTS173Bと同じ主要金額項目の総和（下１５桁）
           03          ()-GATEKEKKA          PIC  X(01).    *>退避時ゲート結果
      *      退避時点のQTS173直近検証結果を写す
      *      スペース:未検証・基準なし  0:一致  1:不一致
           03          ()-FUKUGENCOUNT       PIC  9(03).    *>復元回数
           03          ()-FUKUGENYMD         PIC  9(08).    *>直近復元年月日
           03          ()-FUKUGENTIME        PIC  9(06).    *>直近復元時刻
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
