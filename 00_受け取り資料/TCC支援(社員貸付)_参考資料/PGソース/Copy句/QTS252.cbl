      *8...........2.........3.........4.........5........6........7.........8
      *    QTS252(QTA252)
      ****************************************************************
      *                官報照合ワークファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    官報の破産・民事再生公告と会員の照合候補（QTS252B）を
      *    公告×会員単位に保持する。担当者がQTS252Mで該当・非該当
      *    を確認し、該当とした会員は介入停止（QTS019 介入区分３）・
      *    ブロック登録（QTS110）を行い、償却候補抽出（QTS105B）で
      *    償却候補に起票する。
           03          ()-SEG.                              *>照合キー
             05        ()-PRMSHOUGOUNO       PIC  9(08).    *>照合番号
           03          ()-KANPOU.                           *>官報公告
             05        ()-KANPOUYMD          PIC  9(08).    *>官報掲載日
             05        ()-KEISAINO           PIC  X(10).    *>掲載号・頁
             05        ()-KOUKOKUKBN         PIC  X(01).    *>公告区分
      *      1:破産手続開始  2:再生手続開始  3:免責許可
      *      4:再生計画認可
             05        ()-SAIBANSHOKANA      PIC  X(20).    *>裁判所名カナ
             05        ()-JIKENNO            PIC  X(20).    *>事件番号
             05        ()-SHIMEIKANA         PIC  X(30).    *>氏名カナ
             05        ()-SEINENGAPPI        PIC  9(08).    *>生年月日
             05        ()-KENKANA            PIC  X(08).    *>都道府県カナ
             05        ()-JUSHOKANA          PIC  X(42).    *>住所カナ
             05        ()-BANCHIKANA         PIC  X(15).    *>番地カナ
           03          ()-KAI.                              *>照合会員
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SCORE              PIC  9(03).    *>照合スコア
           03          ()-ICCHI.                            *>一致項目
             05        ()-SHIMEIICCHI        PIC  X(01).    *>氏名
      *      1:現氏名一致  2:旧氏名（QTS023）一致  SPACE:不一致
             05        ()-SEINENICCHI        PIC  X(01).    *>生年月日
             05        ()-JUSHOICCHI         PIC  X(01).    *>住所
             05        ()-BANCHIICCHI        PIC  X(01).    *>番地
      *      1:一致  SPACE:不一致
           03          ()-SHOUGOUSTS         PIC  X(01).    *>照合状態
      *      1:未確認  2:該当確定  8:非該当
           03          ()-KAKUNINYMD         PIC  9(08).    *>確認日
           03          ()-OPERATORID         PIC  X(08).    *>確認オペレータ
           03          ()-BLACKNO            PIC  9(08).    *>ブロックNO
      *      該当確定時に登録したQTS110のキー
           03          ()-KOUHOKBN           PIC  X(01).    *>償却候補起票
      *      1:起票処理済（QTS105B）  SPACE:未処理
           03          ()-SYOUKYAKUNO        PIC  9(08).    *>償却管理番号
      *      起票しなかった場合（残なし・既存台帳あり）はゼロ
           03          ()-SAKUSEIYMD         PIC  9(08).    *>作成日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
