      *8...........2.........3.........4.........5........6........7.........8
      *    QTS306(QTA306)
      ****************************************************************
      *                加盟店負担キャンペーン特典明細ファイル        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS304Bが特典を付与した利用明細１件につき１レコード。
      *    キーに対象の利用明細を含むため、同じ利用に二重に付与する
      *    ことはない。加盟店への請求額（特典額＋当社手数料）の回収
      *    状況を持ち、QTS078Bが振込額から差し引いた都度、回収残額を
      *    減らす。実績はQTS304Rで加盟店別に報告する。
           03          ()-SEG.                              *>特典明細キー
             05        ()-PRMOFFERID         PIC  X(08).    *>キャンペーンＩＤ
             05        ()-PRM.                              *>利用明細キー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMTORIHIKINO      PIC  9(07).    *>取引番号
           03          ()-KAMEITENNO         PIC  X(10).    *>負担加盟店番号
           03          ()-NAIBUNO            PIC  9(07).    *>加盟店内部番号
           03          ()-RIYOUBI            PIC  9(08).    *>利用日
           03          ()-KEIJYOUBI          PIC  9(08).    *>計上日
           03          ()-RIYOUKNG           PIC S9(11)     *>利用金額
                                             SIGN LEADING SEPARATE.
           03          ()-KANGENKNG          PIC  9(09).    *>特典額
           03          ()-TESURYOKNG         PIC  9(09).    *>当社手数料
           03          ()-KANGENHOHO         PIC  X(01).    *>還元方法
      *      1:請求明細へのキャッシュバック  2:ポイントロット付与
           03          ()-KANGENTORIHIKINO   PIC  9(07).    *>還元明細取引番号
      *      還元方法１で計上した伝票種別9005の取引番号（２はゼロ）
           03          ()-KANGENYMD          PIC  9(08).    *>特典付与日
           03          ()-SEIKYUKNG          PIC  9(11).    *>加盟店請求額
           03          ()-SEISANSTS          PIC  X(01).    *>回収状態
      *      1:回収中  2:回収済
           03          ()-SEISANZAN          PIC  9(11).    *>回収残額
           03          ()-SEISANYMD          PIC  9(08).    *>回収完了日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
