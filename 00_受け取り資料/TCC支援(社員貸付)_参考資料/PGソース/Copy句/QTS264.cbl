      *8...........2.........3.........4.........5........6........7.........8
      *    QTS264(QTA264)
      ****************************************************************
      *                会員紹介実績ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    紹介コード付きの入会申込１件につき１レコード。キーは申込
      *    の外部会員番号（識別番号）。QTS263Bが申込から起こし、入会
      *    承認・カード有効化・初回利用の到達を追って紹介者への特典
      *    ポイント（QTS149ロット）付与依頼を出す。QTS263Rの月次
      *    紹介実績表の元データ。
           03          ()-SEG.                              *>紹介実績キー
             05        ()-PRMGAIBUKAIINNO    PIC  9(12).    *>外部会員番号
           03          ()-SHOUKAICD          PIC  9(08).    *>紹介コード
           03          ()-SKS.                              *>紹介者会員キー
             05        ()-SKSKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-SKSSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-SKSNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-HSK.                              *>被紹介者会員キー
             05        ()-HSKKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-HSKSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-HSKNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-HSKCARDNO          PIC  X(16).    *>被紹介者カード番号
           03          ()-UKETSUKEYMD        PIC  9(08).    *>申込作成日
           03          ()-NYUKAIYMD          PIC  9(08).    *>入会承認日
           03          ()-ACTYMD             PIC  9(08).    *>カード有効化日
           03          ()-SHORIYOUYMD        PIC  9(08).    *>初回利用日
           03          ()-SHOUKAISTS         PIC  X(01).    *>紹介状況
      *      1:入会待ち  2:有効化待ち  3:初回利用待ち  4:特典付与済
      *      8:対象外  9:不成立（期限内に条件未達）
           03          ()-JOGAIRIYU          PIC  X(02).    *>対象外理由
      *      01:紹介コード無効・停止  02:本人による紹介
      *      03:重複候補（同一人・同一世帯）  04:紹介者退会
           03          ()-FUYOPOINT          PIC S9(09)     *>付与ポイント
                                   SIGN IS LEADING SEPARATE.
           03          ()-FUYOYMD            PIC  9(08).    *>付与依頼日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
