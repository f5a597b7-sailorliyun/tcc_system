      *8...........2.........3.........4.........5........6........7.........8
      *    QTS296(QTA296)
      ****************************************************************
      *                入金充当順序テーブル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    入金を入金分解（QTS100）の各費目へ充当する順序と、１入金
      *    あたりの費目別充当上限額を、ローン種別（QTS200）×入金
      *    経路（QTS090）×適用開始日ごとに保持する。入金充当
      *    （QTS296B）は明細のローン種別と入金経路で、次の順に最も
      *    具体的な行のうち入金日時点で有効なもの（適用開始日が
      *    入金日以前で最新）を採る。
      *      ①ローン種別＋入金経路  ②ローン種別＋経路スペース
      *      ③ローン種別ゼロ＋入金経路  ④ゼロ＋スペース
      *    該当行が無ければ従来の順序（損害金→戻し利息→事務手数料
      *    →手数料→元本、上限なし）とする。更新はQTS296Mで行い、
      *    適用前の改定案はQTS296Rで現行との充当結果を比較できる。
           03          ()-SEG.                              *>充当順序キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMLOANSHUBETSU    PIC  9(05).    *>ローン種別
      *          ゼロ:全ローン種別共通
               07      ()-PRMNYUKINKEIRO     PIC  X(01).    *>入金経路
      *          スペース:全経路共通（コードはQTS090と同じ）
               07      ()-PRMYUKOKAISHI      PIC  9(08).    *>適用開始年月日
           03          ()-JUTO               OCCURS 5.      *>充当順位
             05        ()-JUTOHIMOKU         PIC  X(01).    *>充当費目
      *        1:遅延損害金  2:戻し利息  3:事務手数料
      *        4:手数料（７－６、１－６の順）  5:元本
      *        スペース:以降なし（載せない費目へは充当しない）
             05        ()-JUTOJOGEN          PIC  9(09).    *>充当上限額
      *        １入金あたりの当該費目への充当上限。ゼロ:上限なし
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
