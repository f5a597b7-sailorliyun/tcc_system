      *8...........2.........3.........4.........5........6........7.........8
      *    QTS288(QTA288)
      ****************************************************************
      *                社員貸付勤務先承認管理ファイル                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    団体貸付（社員貸付）申込ごとの勤務先（提携先企業の人事・
      *    所属長）承認の状況。貸付窓口が入力した申込条件を勤務先
      *    承認依頼・督促（QTS288B）が登録して提携先別の承認依頼
      *    ファイルへ出し、勤務先承認回答取込（QTS289B）が回答を
      *    記録する。融資実行（QTS270B）は承認（３）・減額承認（４）
      *    の申込に限り、承認額の範囲で実行する。キーは提携先番号の
      *    順とし、依頼ファイルを提携先別にまとめて作る。
           03          ()-SEG.                              *>承認キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMAITESAKINO      PIC  X(08).    *>提携先番号
               07      ()-PRMGAIBUKAIINNO    PIC  9(12).    *>外部会員番号
               07      ()-PRMUKETSUKEDATE    PIC  9(07).    *>申込受付日
           03          ()-KNNAME             PIC  X(30).    *>申込者氏名カナ
           03          ()-JOUKEN.                           *>申込条件
             05        ()-LOANSHUBETSU       PIC  9(05).    *>ローン種別
             05        ()-SHINSEIGAKU        PIC  9(11).    *>申込額
             05        ()-KAISUU             PIC  9(03).    *>返済回数
             05        ()-RIRITSU            PIC  99V99.    *>適用利率
             05        ()-KAISHIYM           PIC  9(06).    *>初回返済月
             05        ()-SHOKAIGAKU         PIC  9(09).    *>初回返済額
             05        ()-RISOKUGOKEI        PIC  9(11).    *>利息合計見込
             05        ()-HENSAIHOHO         PIC  X(01).    *>返済方法
             05        ()-SHIKINYOTOKBN      PIC  X(02).    *>資金使途区分
      *      01:住宅  02:教育  03:医療  04:冠婚葬祭  05:自動車
      *      06:生活資金  99:その他
             05        ()-SHIKINYOTO         PIC  X(40).    *>資金使途（カナ）
           03          ()-SHONINSTS          PIC  X(01).    *>承認状況
      *      1:依頼待ち  2:依頼中  3:承認  4:減額承認  5:否認
      *      9:取下げ
           03          ()-IRAIYMD            PIC  9(08).    *>承認依頼日
           03          ()-TOKUSOKUKAISU      PIC  9(02).    *>督促回数
           03          ()-TOKUSOKUYMD        PIC  9(08).    *>最終督促日
           03          ()-KAITOU.                           *>勤務先回答
             05        ()-KAITOUYMD          PIC  9(08).    *>回答日
             05        ()-TORIKOMIYMD        PIC  9(08).    *>回答取込日
             05        ()-SHONINGAKU         PIC  9(11).    *>承認額
             05        ()-SHONINSHA          PIC  X(20).    *>承認者（カナ）
             05        ()-HININRIYU          PIC  X(02).    *>否認理由
      *      01:在籍確認不可  02:退職予定  03:社内規程外
      *      04:他制度利用  99:その他
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
