      *8...........2.........3.........4.........5........6........7.........8
      *    QTS255(QTA255)
      ****************************************************************
      *                顧客リスク評価ファイル（継続的顧客管理）      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員ごとの顧客リスク評価と再確認サイクルの状態を保持する。
      *    評価はQTS255Bが月次で行い、反社・制裁スクリーニング
      *    （QTS111）、疑わしい取引調査（QXS006）、職業、海外利用、
      *    外国ＰＥＰｓの各点数の合計で区分する。高リスク会員には
      *    再確認の依頼状・督促状を出し、回答がなければブロック
      *    テーブル（QTS110）で利用を制限する。回答（再確認記録の
      *    登録）はQTS254Mが受け、制限を解除する。
           03          ()-SEG.                              *>リスク評価キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-RISKTEN            PIC  9(03).    *>リスク点数
           03          ()-RISKRANK           PIC  X(01).    *>リスク区分
      *      1:低  2:中  3:高
           03          ()-TEN.                              *>点数内訳
             05        ()-TENSCREENING       PIC  9(03).    *>反社・制裁
             05        ()-TENSTR             PIC  9(03).    *>疑わしい取引
             05        ()-TENSHOKUGYOU       PIC  9(03).    *>職業
             05        ()-TENKAIGAI          PIC  9(03).    *>海外利用
             05        ()-TENPEPS            PIC  9(03).    *>外国ＰＥＰｓ
           03          ()-KAIGAIKENSU        PIC  9(05).    *>海外利用件数
      *      評価日前１年間
           03          ()-HYOUKAYMD          PIC  9(08).    *>評価日
           03          ()-SAISHUKAKUNINYMD   PIC  9(08).    *>最終本人確認日
           03          ()-SAIKAKUNINSTS      PIC  X(01).    *>再確認状態
      *      SPACE:対象外  1:依頼中  2:督促中  3:利用制限中
      *      4:回答済（次回期限まで）
           03          ()-IRAIYMD            PIC  9(08).    *>依頼日
           03          ()-TOKUSOKUYMD        PIC  9(08).    *>督促日
           03          ()-SEIGENYMD          PIC  9(08).    *>制限日
           03          ()-KAITOUYMD          PIC  9(08).    *>回答日
           03          ()-BLACKNO            PIC  9(08).    *>ブロックNO
      *      利用制限で登録したQTS110のキー（回答時に削除する）
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
