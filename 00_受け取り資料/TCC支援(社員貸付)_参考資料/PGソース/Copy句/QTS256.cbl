      *8...........2.........3.........4.........5........6........7.........8
      *    QTS256(QTA256)
      ****************************************************************
      *                ＪＩＣＣ照会管理ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ＪＩＣＣ照会１件ごとの依頼内容と最新回答を保持する。
      *    依頼はQTS256B、回答取込はQTS257Bが行う。エラー回答は
      *    再照会回数の上限まで翌日のQTS256Bで再依頼する。
      *    総量規制チェック（QTS115B）は外部会員番号ごとの最新の
      *    回答済照会の貸金業借入残高を用いる。
           03          ()-SEG.                              *>照会管理キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKWSID           PIC  X(08).    *>発信元プログラム
               07      ()-PRMINQNO           PIC  9(06).    *>照会番号
           03          ()-SHOKAIKBN          PIC  X(01).    *>照会区分
      *      1:新規申込  2:途上与信
           03          ()-KAI.                              *>会員キー
      *      途上与信のみ（新規申込はゼロ）
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-IRAIYMD            PIC  9(08).    *>依頼年月日
      *      途上与信はワークリスト（QTS113）の依頼年月日
           03          ()-GAIBUKAIINNO       PIC  9(12).    *>外部会員番号
           03          ()-SHIMEIKANA         PIC  X(30).    *>氏名カナ
           03          ()-SEINENGAPPI        PIC  9(07).    *>生年月日
           03          ()-SEX                PIC  9(01).    *>性別
           03          ()-YUUBINNO           PIC  X(07).    *>郵便番号
           03          ()-TELNO              PIC  X(15).    *>電話番号
           03          ()-SHOKAISTS          PIC  X(01).    *>照会状況
      *      1:照会中  2:回答済  3:エラー再照会待ち  9:再照会打切
           03          ()-RETRYCNT           PIC  9(02).    *>再照会回数
           03          ()-ERRCD              PIC  X(04).    *>直近エラーコード
           03          ()-KAITOUYMD          PIC  9(08).    *>回答年月日
           03          ()-IDOUFLG            PIC  X(01).    *>異動情報
      *      1:あり  空白:なし
           03          ()-KASHIKINKENSU      PIC  9(03).    *>貸金業借入件数
           03          ()-KASHIKINZAN        PIC  9(07).    *>貸金業借入残高
      *      千円単位
           03          ()-NENKANSHIHARAI     PIC  9(07).    *>年間支払予定額
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
