      *8...........2.........3.........4.........5........6........7.........8
      *    QTS304(QTA304)
      ****************************************************************
      *                加盟店負担キャンペーン定義ファイル            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    加盟店が費用を負担する会員向け特典（キャッシュバック・
      *    ポイント）の定義。QTS304Mで登録し、QTS304Bが当日計上の
      *    利用明細と照合して特典を付与する。特典額と当社手数料は
      *    特典明細（QTS306）に積み、加盟店精算（QTS078B）で振込額
      *    から差し引いて回収する。当社負担のキャンペーン（QMA003）
      *    とは別管理とする。
      *    対象会員は次の条件をすべて満たす会員とする（ゼロ・スペース
      *    の条件は問わない）。
      *      企業コード・カード区分の一致
      *      名簿指定ありの場合は対象会員名簿（QTS305）への登録
           03          ()-SEG.                              *>キャンペーンキー
             05        ()-PRMOFFERID         PIC  X(08).    *>キャンペーンＩＤ
           03          ()-OFFERMEI           PIC  N(20).    *>キャンペーン名称
           03          ()-KAMEITENNO         PIC  X(10).    *>負担加盟店番号
      *      利用明細の加盟店番号と同じ値（QTS075は内部番号で引く）
           03          ()-TAISHO.                           *>対象会員条件
             05        ()-TAISHOKIGYOUCD     PIC  9(04).    *>企業コード
             05        ()-TAISHOCARDKBN      PIC  9(06).    *>カード区分
             05        ()-TAISHOMEIBOKBN     PIC  X(01).    *>名簿指定区分
      *      1:対象会員名簿（QTS305）の会員に限る  スペース:指定なし
           03          ()-YUKOKAISHIYMD      PIC  9(08).    *>有効期間開始日
           03          ()-YUKOSHURYOYMD      PIC  9(08).    *>有効期間終了日
      *      利用日で判定する
           03          ()-SAITEIKNG          PIC  9(09).    *>最低利用金額
           03          ()-KANGENRITSU        PIC  9(02)V9(01). *>還元率（％）
           03          ()-KAIINJOGENKNG      PIC  9(09).    *>会員別還元上限額
      *      キャンペーン期間を通じた会員１人あたりの上限（ゼロ:なし）
           03          ()-YOSANKNG           PIC  9(11).    *>還元予算額
      *      キャンペーン全体の還元額の上限（ゼロ:なし）
           03          ()-KANGENHOHO         PIC  X(01).    *>還元方法
      *      1:請求明細へのキャッシュバック  2:ポイントロット付与
           03          ()-POINTYUKONISSU     PIC  9(03).    *>ポイント有効日数
      *      還元方法２の場合のロットの有効日数（ゼロは３６５）
           03          ()-TESURYORITSU       PIC  9(02)V9(02). *>手数料率（％）
      *      特典額に対する率。加盟店へは特典額＋手数料を請求する
           03          ()-OFFERSTS           PIC  X(01).    *>キャンペーン状態
      *      1:実施中  9:中止（以後の利用は対象外）
           03          ()-RUISEKI.                          *>実績累計
             05        ()-RUISEKIKENSU       PIC  9(07).    *>特典付与件数
             05        ()-RUISEKIKANGEN      PIC  9(11).    *>還元額累計
             05        ()-RUISEKITESURYO     PIC  9(11).    *>手数料累計
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>最終更新担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
