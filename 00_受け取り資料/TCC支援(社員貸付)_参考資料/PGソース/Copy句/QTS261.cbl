      *8...........2.........3.........4.........5........6........7.........8
      *    QTS261(QTA261)
      ****************************************************************
      *                あとからリボ・分割申込ファイル                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    一括払で計上済の利用明細（QTS050）を、請求書編集の締め前
      *    にリボ払または分割払へ変更する申込。QTS261Mで受け付け、
      *    夜間のQTS261Bが手数料計算・入金分解（QTS100）の組替えを
      *    行う。リボ変更分はQTS103Bが当該請求月の利用額に加算する。
      *    キーは利用明細と同じ（１明細１申込）。
           03          ()-SEG.                              *>変更申込キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMTORIHIKINO      PIC  9(07).    *>取引通番
           03          ()-UKETSUKEYMD        PIC  9(08).    *>受付日
           03          ()-HENKANKBN          PIC  X(01).    *>変更区分
      *      R:あとからリボ  B:あとから分割
           03          ()-BUNKATSUKAISU      PIC  9(03).    *>指定分割回数
           03          ()-KYUSHIHARAIHOHO    PIC  9(02).    *>変更前支払方法
           03          ()-SHNSHIHARAIHOHO    PIC  9(02).    *>変更後支払方法
      *      01:一括  61:分割  80:リボ
           03          ()-RIYOUYMD           PIC  9(08).    *>利用日
           03          ()-HENKANKNG          PIC S9(11)     *>変更対象金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-TESURYORITSU       PIC  99V99.    *>適用手数料率
           03          ()-TESURYOGAKU        PIC S9(09)     *>分割手数料総額
                                   SIGN IS LEADING SEPARATE.
           03          ()-SEIKYUNENGETU      PIC  9(06).    *>初回請求年月
           03          ()-HENKANSTS          PIC  X(01).    *>申込状況
      *      1:受付  2:変更済  8:変更不可  9:取消
           03          ()-FUKARIYU           PIC  X(02).    *>変更不可理由
      *      01:明細なし  02:一括払以外  03:締め後  04:回数・商品
      *      05:リボコース未登録  06:入金分解なし
           03          ()-JIKKOYMD           PIC  9(08).    *>変更実行日
           03          ()-OPERATORID         PIC  X(08).    *>受付オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
