      *8...........2.........3.........4.........5........6........7.........8
      *    QTS275(QTA275)
      ****************************************************************
      *                加盟店早期入金契約マスタ                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    精算支払（QTS078B）の締めを待たずに計上済の売上を先払い
      *    する早期入金サービスの加盟店別契約。加盟店（QTS075）の
      *    支払先番号と振込口座（QTS074）を登録時に確認する。更新は
      *    QTS275Mで行い、先払はQTS276Bが日次で行う。
           03          ()-SEG.                              *>契約キー
             05        ()-PRMNAIBUNO         PIC  9(07).    *>内部加盟店番号
           03          ()-SIHARAISAKINO      PIC  9(07).    *>支払先番号
      *      加盟店マスタの支払先番号と同一であること
           03          ()-KEIYAKUSTS         PIC  X(01).    *>契約状態
      *      1:利用中  9:解約
           03          ()-MOUSHIKOMIYMD      PIC  9(08).    *>利用申込年月日
           03          ()-KAISHIYMD          PIC  9(08).    *>先払開始年月日
           03          ()-KAIYAKUYMD         PIC  9(08).    *>解約年月日
           03          ()-WARIBIKIRITSU      PIC  99V99.    *>割引率（％）
      *      先払する売上金額に対する割引料の率
           03          ()-JOGENGAKU          PIC  9(11).    *>先払上限額
      *      未精算の先払売上（通常精算前のもの）の合計の上限
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
