      *8...........2.........3.........4.........5........6........7.........8
      *    QTS265(QTA265)
      ****************************************************************
      *                カード切替依頼ファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    退会・再入会によらずにカード区分（QTS130）を切り替える
      *    依頼。QTS265Mで受け付け、QTS265Bがカード区分の変更・
      *    新カードの発行依頼（カード更新インターフェース形式）・
      *    年会費差額の計上を行い、新カード有効化後に旧カードを無効
      *    とする。処理中の依頼は会員１人につき１件とする。
           03          ()-SEG.                              *>切替依頼キー
             05        ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-PRMUKETSUKEYMD     PIC  9(08).    *>受付年月日
           03          ()-KYUCARDKBN         PIC  9(06).    *>切替前カード区分
           03          ()-SHINCARDKBN        PIC  9(06).    *>切替後カード区分
           03          ()-KIRIKAESTS         PIC  X(01).    *>切替状態
      *      1:受付  2:発行依頼済（新カード有効化待ち）
      *      3:完了（旧カード無効化済）  8:謝絶  9:取消
           03          ()-SHAZETSURIYU       PIC  X(02).    *>謝絶理由
      *      01:カード区分なし  02:切替前と同一区分
      *      03:退会・カード停止中
           03          ()-KYUCARDNO          PIC  X(16).    *>旧カード番号
           03          ()-SHINCARDNO         PIC  X(16).    *>新カード番号
           03          ()-KIRIKAEYMD         PIC  9(08).    *>カード区分変更日
           03          ()-ACTYMD             PIC  9(08).    *>新カード有効化日
           03          ()-KYUMUKOUYMD        PIC  9(08).    *>旧カード無効化日
           03          ()-HIKITSUGIPOINT     PIC S9(11)     *>引継ポイント残高
                                             SIGN LEADING SEPARATE.
           03          ()-NENKAIHISAGAKU     PIC S9(09)     *>年会費差額（月割）
                                             SIGN LEADING SEPARATE.
           03          ()-OPERATORID         PIC  X(08).    *>受付担当者ID
           03          ()-TABANO             PIC  X(05).    *>端末番号
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
