      *8...........2.........3.........4.........5........6........7.........8
      *    QTS248(QTA248)
      ****************************************************************
      *                消滅時効管理ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    延滞債権・償却債権の消滅時効の起算日と満了日を会員単位に
      *    管理する。入金・弁済期による起算はQTS248Bが毎月更新し、
      *    債務承認・裁判上の請求・判決確定・時効援用はQTS248Mで
      *    登録する。援用済（状態３）の会員はQTS096Bの督促状発行と
      *    QTS106Bの償却後回収計上の対象外とする。
           03          ()-SEG.                              *>時効管理キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SAIKENKBN          PIC  X(01).    *>債権区分
      *      1:延滞債権  2:償却債権
           03          ()-SYOUKYAKUNO        PIC  9(08).    *>償却管理番号
           03          ()-SAIKENKNG          PIC S9(11)     *>対象債権額
                                   SIGN IS LEADING SEPARATE.
      *      延滞債権は未回収残、償却債権は償却金額－償却後回収累計
           03          ()-SAISHUNYUKINYMD    PIC  9(08).    *>最終入金日
           03          ()-BENSAIKIYMD        PIC  9(08).    *>最古未済弁済期
           03          ()-SHOUNINYMD         PIC  9(08).    *>債務承認日
      *      書面による債務の承認（分割弁済の申出等）を受けた日
           03          ()-SAIBANYMD          PIC  9(08).    *>裁判上請求日
      *      訴訟提起・支払督促申立て等（完成猶予）
           03          ()-HANKETSUYMD        PIC  9(08).    *>判決確定日
      *      確定判決・和解調書等（更新後の時効期間１０年）
           03          ()-TORISAGEYMD        PIC  9(08).    *>請求終了日
      *      裁判上の請求が取下げ・却下で終了した日（終了後６か月猶予）
           03          ()-KISANYMD           PIC  9(08).    *>時効起算日
           03          ()-KISANJIYU          PIC  X(01).    *>起算事由
      *      1:最終入金  2:弁済期  3:債務承認  4:判決確定
           03          ()-JIKOUNENSU         PIC  9(02).    *>時効期間年数
           03          ()-MANRYOYMD          PIC  9(08).    *>時効満了日
           03          ()-JIKOUSTS           PIC  X(01).    *>時効状態
      *      1:進行中  2:完成（未援用）  3:援用済  4:完成猶予中
      *      9:対象外（完済・償却取下げ）
           03          ()-ENYOUYMD           PIC  9(08).    *>時効援用受付日
           03          ()-KOUSHINYMD         PIC  9(08).    *>時効計算日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
