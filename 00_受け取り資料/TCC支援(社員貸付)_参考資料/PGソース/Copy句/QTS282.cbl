      *8...........2.........3.........4.........5........6........7.........8
      *    QTS282(QTA282)
      ****************************************************************
      *                法的手続管理ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    償却前の回収困難債権について、支払督促・少額訴訟・通常
      *    訴訟の申立てから判決・命令、強制執行までを会員・事件単位
      *    に管理する。登録と段階の更新はQTS282Mで行い、段階に応じて
      *    消滅時効管理（QTS248）の裁判上の請求・判決確定・取下げを
      *    同時に登録する。請求額（請求の趣旨）はQTS282Bが入金分解
      *    （QTS100）とリボ残高（QTS103）から作成し、判決等で相手方
      *    負担とされた手続費用を会員の請求明細へ計上する。
      *    手続中の会員は貸倒引当金算定（QTS233B）で法的手続の
      *    バケットに区分する。
           03          ()-SEG.                              *>法的手続キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-PRMJIKENRENBAN     PIC  9(02).    *>事件連番
      *      同一会員で再度手続をとるときは連番を変えて登録する
           03          ()-TETSUZUKIKBN       PIC  X(01).    *>手続種別
      *      1:支払督促  2:少額訴訟  3:通常訴訟
      *      支払督促に異議が出て訴訟へ移行したときは３に変更する
           03          ()-TETSUZUKISTS       PIC  X(01).    *>手続段階
      *      1:準備中（請求額作成）  2:申立・提訴済  3:審理中
      *      4:判決・命令確定  5:強制執行中  8:取下げ・却下
      *      9:終結
           03          ()-SAIBANSHOMEI       PIC  N(15).    *>裁判所名
           03          ()-JIKENBANGOU        PIC  X(20).    *>事件番号
      *      請求の趣旨（QTS282Bが請求基準日時点の残高から作成）
           03          ()-SEIKYUKIJUNYMD     PIC  9(08).    *>請求基準日
           03          ()-SEIKYUGENPON       PIC S9(11)     *>請求元本
                                   SIGN IS LEADING SEPARATE.
           03          ()-SEIKYUTESURYO      PIC S9(11)     *>請求手数料・利息
                                   SIGN IS LEADING SEPARATE.
           03          ()-SEIKYUSONGAIKIN    PIC S9(11)     *>請求遅延損害金
                                   SIGN IS LEADING SEPARATE.
           03          ()-SEIKYUGAKU         PIC S9(11)     *>請求額合計
                                   SIGN IS LEADING SEPARATE.
           03          ()-SHINSEIYMD         PIC  9(08).    *>申立・提訴日
      *      手続費用
           03          ()-INSHIDAI           PIC  9(09).    *>収入印紙代
           03          ()-YUUKENDAI          PIC  9(09).    *>予納郵券代
           03          ()-SONOTAHIYOU        PIC  9(09).    *>その他費用
      *      送達・執行申立て・登記事項証明等の実費
           03          ()-HIYOUGOUKEI        PIC  9(09).    *>手続費用合計
           03          ()-KIJITSUCOUNT       PIC  9(01).    *>期日登録件数
           03          ()-KIJITSU            OCCURS 5.      *>期日
             05        ()-KIJITSUYMD         PIC  9(08).    *>期日年月日
      *      直近５回分。６回目以降は古いものから順に送り出す
      *      判決・命令
           03          ()-HANKETSUKBN        PIC  X(01).    *>判決・命令種別
      *      1:判決  2:仮執行宣言付支払督促  3:和解・調停
           03          ()-HANKETSUYMD        PIC  9(08).    *>判決・命令日
           03          ()-KAKUTEIYMD         PIC  9(08).    *>確定日
           03          ()-NINYOUGAKU         PIC S9(11)     *>認容額
                                   SIGN IS LEADING SEPARATE.
           03          ()-HIYOUFUTANKBN      PIC  X(01).    *>費用負担区分
      *      1:相手方（会員）負担  2:各自負担
           03          ()-HIYOUKEIJOYMD      PIC  9(08).    *>費用計上日
           03          ()-HIYOUKEIJOGAKU     PIC  9(09).    *>費用計上累計額
      *      会員の請求明細（伝票種別9004）へ計上済の手続費用
      *      強制執行
           03          ()-SHIKKOUKBN         PIC  X(01).    *>執行種別
      *      1:給与差押  2:預金差押  3:動産執行  4:不動産執行
           03          ()-SHIKKOUYMD         PIC  9(08).    *>執行申立日
           03          ()-SHIKKOUKAISHUGAKU  PIC S9(11)     *>執行回収額
                                   SIGN IS LEADING SEPARATE.
           03          ()-TORISAGEYMD        PIC  9(08).    *>取下げ・却下日
           03          ()-SHURYOYMD          PIC  9(08).    *>終結日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
