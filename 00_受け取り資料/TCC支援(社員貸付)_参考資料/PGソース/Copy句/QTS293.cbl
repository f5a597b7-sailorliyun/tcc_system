      *8...........2.........3.........4.........5........6........7.........8
      *    QTS293(QTA293)
      ****************************************************************
      *                休眠会員管理ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    休眠会員対策（QTS293B・月次）が会員ごとに最終利用日・最終
      *    ポイント異動日を持ち、休眠判定による段階処置（通知→限度額
      *    減額→解約提案）の進行を記録する。処置中にカード利用または
      *    ポイント異動があった会員は監視中（状況０）へ戻る（離脱）。
      *    減額前の限度額は減額時に会員マスタから退避する。限度額は
      *    いずれも千円単位。
           03          ()-SEG.                              *>休眠管理キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SAISHURIYOUYMD     PIC  9(08).    *>最終利用日
      *      利用のない会員は入会決裁日
           03          ()-SAISHUPOINTYMD     PIC  9(08).    *>最終ポイント異動日
           03          ()-KYUMINSTS          PIC  X(01).    *>休眠処置状況
      *      0:監視中  1:通知済  2:減額済  3:解約提案済  9:退会済
           03          ()-TSUCHIYMD          PIC  9(08).    *>通知日
           03          ()-GENGAKUYMD         PIC  9(08).    *>減額日
           03          ()-TEIANYMD           PIC  9(08).    *>解約提案日
           03          ()-RIDATSUYMD         PIC  9(08).    *>離脱日
           03          ()-RIDATSUKAISU       PIC  9(03).    *>離脱回数
           03          ()-MOTOSOUGENDO       PIC  9(05).    *>減額前総限度額
           03          ()-MOTOCASHGENDO      PIC  9(05).    *>減額前ＣＳ限度額
           03          ()-GENSOUGENDO        PIC  9(05).    *>減額後総限度額
           03          ()-GENCASHGENDO       PIC  9(05).    *>減額後ＣＳ限度額
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
