      *8...........2.........3.........4.........5........6........7.........8
      *    QTS240(QTA240)
      ****************************************************************
      *                営業日カレンダーマスタ                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    土日は各バッチが曜日で判定するため登録しない。平日のうち
      *    休業・非処理・非決済に当たる日のみを日単位で登録する。
      *    月日ゼロ（YYYY0000）のレコードは当該年の登録完了（年次
      *    確定）を表し、未確定年の振替日等は算出しない。
           03          ()-SEG.                              *>カレンダキー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMYMD             PIC  9(08).    *>年月日
           03          ()-GINKOKYUKBN        PIC  X(01).    *>銀行休業日区分
      *      スペース:営業日  1:銀行休業日（祝日・年末年始）
           03          ()-TOSHAKYUKBN        PIC  X(01).    *>当社非処理日区分
      *      スペース:処理日  1:当社非処理日（システム停止日等）
           03          ()-ZENGINKYUKBN       PIC  X(01).    *>全銀非決済日区分
      *      スペース:決済日  1:全銀非決済日（口座振替不可）
           03          ()-KYUJITSUMEI        PIC  N(10).    *>休日名称
           03          ()-KAKUTEIKENSU       PIC  9(03).    *>年次確定登録日数
      *      年次確定レコードのみ。確定時点の当該年登録日数
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
