      *8...........2.........3.........4.........5........6........7.........8
      *    QTS243(QTA243)
      ****************************************************************
      *                支払可能見込額ファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    割賦販売法の支払可能見込額。QTS243Bが発行時・年収再申告時・
      *    信用情報更新時に算定する。金額はいずれも千円単位の年額。
      *    支払可能見込額＝年収−生活維持費−クレジット債務
      *    許容限度額＝支払可能見込額×０．９（延払限度額の上限）
           03          ()-SEG.                              *>支払可能見込キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SANTEIYMD          PIC  9(08).    *>算定年月日
           03          ()-SANTEIKBN          PIC  X(01).    *>算定契機
      *      1:発行  2:年収再申告  3:信用情報更新  4:全件再算定
           03          ()-NENSHUKBN          PIC  X(01).    *>年収区分
           03          ()-SHINKOKUNENSHU     PIC  9(07).    *>申告年収
      *      ゼロは申告額なし（年収区分から推定）
           03          ()-SHINKOKUYMD        PIC  9(08).    *>年収申告日
           03          ()-NENSHU             PIC  9(07).    *>算定用年収
           03          ()-FAMILYJYOUKYOU     PIC  X(01).    *>家族状況
      *      1:単身  2:夫婦のみ  3:３人世帯  4:４人以上
           03          ()-SUMAIKBN           PIC  X(01).    *>住まい区分
      *      1:持家  2:持家（住宅ローンあり）  3:賃貸  4:社宅・寮
      *      5:家族所有
           03          ()-SETAININZU         PIC  9(02).    *>世帯人数
           03          ()-JUKYOHIKBN         PIC  X(01).    *>住居費負担
      *      0:なし  1:あり（住宅ローン・家賃）
           03          ()-SEIKATSUHI         PIC  9(05).    *>生活維持費
           03          ()-CREDITSAIMU        PIC  9(07).    *>クレジット債務
      *      信用情報機関回答の年間支払予定額
           03          ()-SHINYOUKAITOUYMD   PIC  9(08).    *>信用情報回答日
           03          ()-SHIHARAIKANOGAKU   PIC  9(07).    *>支払可能見込額
           03          ()-KYOYOGENDO         PIC  9(05).    *>許容限度額
           03          ()-HANTEIKBN          PIC  X(01).    *>判定区分
      *      0:許容内  1:許容超過  2:年収情報なし
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
