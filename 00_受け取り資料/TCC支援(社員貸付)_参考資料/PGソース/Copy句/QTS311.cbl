      *8...........2.........3.........4.........5........6........7.........8
      *    QTS311(QTA311)
      ****************************************************************
      *                リボ支払コース変更履歴ファイル                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   履歴キーへの受付日追加        FIP      26/10/15   *
      ****************************************************************
      *    会員チャネル・コールセンタから受け付けたリボの月々指定
      *    コース・ボーナス加算月の変更１件につき１レコード。QTS311M
      *    が適用待ちで登録し、適用請求年月の締めでQTS103Bが会員
      *    マスタ（QTS010）へ反映して適用済とする。同じＳ・Ｃ区分の
      *    適用待ちがあるうちに再度変更したときは、前の受付を取消
      *    とする。完済までの月数は受付時点の試算値。
           03          ()-SEG.                              *>変更履歴キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMUKETSUKEYMD     PIC  9(08).    *>受付年月日
               07      ()-PRMRENBAN          PIC  9(02).    *>受付連番
      *      同一会員・同一受付日の中で１から振る
           03          ()-SHOPCASHKBN        PIC  X(01).    *>Ｓ・Ｃ区分
      *      S:ショッピングリボ  C:キャッシングリボ
           03          ()-CHANNELKBN         PIC  X(01).    *>受付チャネル
      *      1:会員ＷＥＢ  2:音声応答  3:コールセンタ
           03          ()-UKETSUKETIME       PIC  9(06).    *>受付時刻
           03          ()-KYU.                              *>変更前コース
             05        ()-KYUMAITSUKI        PIC  9(01).    *>月々指定コード
             05        ()-KYUBONUS           PIC  9(02).    *>リボボーナス月
           03          ()-SHN.                              *>変更後コース
             05        ()-SHNMAITSUKI        PIC  9(01).    *>月々指定コード
             05        ()-SHNBONUS           PIC  9(02).    *>リボボーナス月
           03          ()-TEKIYONENGETU      PIC  9(06).    *>適用請求年月
           03          ()-HENKOUSTS          PIC  X(01).    *>変更状態
      *      1:適用待ち  2:適用済  9:取消（後の受付で置換）
           03          ()-TEKIYOYMD          PIC  9(08).    *>適用日
           03          ()-KIJUNNENGETU       PIC  9(06).    *>試算基準請求年月
           03          ()-KIJUNZAN           PIC S9(11)     *>試算基準残高
                                   SIGN IS LEADING SEPARATE.
           03          ()-TESURYORITSU       PIC  99V99.    *>試算手数料率
           03          ()-KYUKANSAITSUKI     PIC  9(03).    *>変更前完済月数
           03          ()-KYUTESURYOGAKU     PIC  9(09).    *>変更前手数料総額
           03          ()-SHNKANSAITSUKI     PIC  9(03).    *>変更後完済月数
           03          ()-SHNTESURYOGAKU     PIC  9(09).    *>変更後手数料総額
           03          ()-OPERATORID         PIC  X(08).    *>受付担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
