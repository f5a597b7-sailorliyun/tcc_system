      *8...........2.........3.........4.........5........6........7.........8
      *    QTS305(QTA305)
      ****************************************************************
      *                加盟店負担キャンペーン対象会員名簿ファイル    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    名簿指定ありのキャンペーン（QTS304-TAISHOMEIBOKBN＝１）の
      *    対象会員。QTS304Mで登録・削除する。
           03          ()-SEG.                              *>名簿キー
             05        ()-PRMOFFERID         PIC  X(08).    *>キャンペーンＩＤ
             05        ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
