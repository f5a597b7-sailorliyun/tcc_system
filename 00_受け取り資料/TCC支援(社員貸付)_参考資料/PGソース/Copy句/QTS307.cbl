      *8...........2.........3.........4.........5........6........7.........8
      *    QTS307(QTA307)
      ****************************************************************
      *                個人情報請求受付ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    個人情報保護法に基づく本人からの開示・訂正等・利用停止等・
      *    第三者提供停止の請求を１件１レコードで管理する。受付・回答
      *    はQTS307M、開示請求の保有個人データ一覧の作成と回答期限
      *    超過の一覧はQTS307Bが行う。利用停止・第三者提供停止の受付
      *    は通知チャネル許諾マスタ（QTS222）の停止区分に反映する。
           03          ()-SEG.                              *>請求キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-PRMUKETSUKEYMD     PIC  9(08).    *>受付年月日
             05        ()-PRMRENBAN          PIC  9(02).    *>受付連番
      *      同一会員・同一受付日の２件目以降
           03          ()-SEIKYUKBN          PIC  X(01).    *>請求区分
      *      1:開示  2:訂正・追加・削除  3:利用停止・消去
      *      4:第三者提供停止
           03          ()-UKETSUKECHANNEL    PIC  X(01).    *>受付経路
      *      1:郵送  2:窓口  3:電話  4:ＷＥＢ
           03          ()-SEIKYUSHAKBN       PIC  X(01).    *>請求者区分
      *      1:本人  2:代理人
           03          ()-HONNINKAKUNINYMD   PIC  9(08).    *>本人確認完了日
      *      ゼロの間は開示一覧を作成しない
           03          ()-SEIKYUNAIYO        PIC  N(40).    *>請求内容
      *      訂正等は訂正を求める項目と内容、利用停止等はその理由
           03          ()-KAITOKIGENYMD      PIC  9(08).    *>回答期限日
      *      受付日に社内規程の回答日数（QTS307PR）を加えた日
           03          ()-TAIOSTS            PIC  X(01).    *>対応状況
      *      1:受付  2:開示一覧作成済  3:回答済  8:取下げ
           03          ()-KAITOKBN           PIC  X(01).    *>回答区分
      *      スペース:未回答  1:応諾  2:一部応諾  3:不応諾
           03          ()-KAITORIYU          PIC  N(20).    *>回答理由
      *      一部応諾・不応諾の理由（本人へ通知する内容）
           03          ()-KAITOYMD           PIC  9(08).    *>回答年月日
           03          ()-KAIJISAKUSEIYMD    PIC  9(08).    *>開示一覧作成日
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>最終更新担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
