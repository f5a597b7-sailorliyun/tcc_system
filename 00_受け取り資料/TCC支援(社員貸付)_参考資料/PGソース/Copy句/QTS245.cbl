      *8...........2.........3.........4.........5........6........7.........8
      *    QTS245(QTA245)
      ****************************************************************
      *                契約書面交付管理ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    貸金業法第１７条の契約締結時書面・変更書面の交付記録。
      *    返済予定明細（QTS210）の予定表版数ごとにQTS245Bが作成する。
           03          ()-SEG.                              *>契約書面キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMNYUKINMEISAI    PIC  9(07).    *>入金明細番号
               07      ()-PRMSCHEDULEVER     PIC  9(02).    *>予定表版数
           03          ()-SHOMENKBN          PIC  X(01).    *>書面区分
      *      1:契約締結時書面  2:変更書面
           03          ()-SAKUSEIRIYU        PIC  X(01).    *>予定作成理由
      *      1:実行時作成  2:条件変更  3:繰上返済  4:金利改定
           03          ()-LOANSHUBETSU       PIC  9(05).    *>ローン種別
           03          ()-YAKUJORIRITSU      PIC  99V99.    *>約定利率
           03          ()-ENTAIRIRITSU       PIC  99V99.    *>遅延損害金利率
           03          ()-HENSAIKAISUU       PIC  9(03).    *>返済回数
           03          ()-TAISHOGENPON       PIC S9(11)     *>対象元本
                                   SIGN IS LEADING SEPARATE.
      *      契約締結時は貸付金額、変更時は変更後の残元本
           03          ()-SOUHENSAIGAKU      PIC S9(11)     *>返済総額
                                   SIGN IS LEADING SEPARATE.
           03          ()-SHOKAIYMD          PIC  9(08).    *>初回返済日
           03          ()-SAISHUYMD          PIC  9(08).    *>最終返済日
           03          ()-YOTEISAKUSEIYMD    PIC  9(08).    *>予定作成年月日
           03          ()-SOUFUKBN           PIC  X(01).    *>送付チャネル
      *      1:紙  2:電子  3:併用（QTS027の現行設定）
           03          ()-HAKKOYMD           PIC  9(08).    *>交付年月日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
