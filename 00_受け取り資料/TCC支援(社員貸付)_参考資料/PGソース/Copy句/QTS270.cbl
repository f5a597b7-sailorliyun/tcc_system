      *8...........2.........3.........4.........5........6........7.........8
      *    QTS270(QTA270)
      ****************************************************************
      *                社員貸付実行管理ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   おまとめ貸付の契約区分を追加  FIP      26/10/15   *
      ****************************************************************
      *    融資実行バッチ（QTS270B）が団体貸付の実行１件ごとに登録
      *    し、振込結果取込（QTS271B）が振込結果を記録する。キーは
      *    返済予定明細（QTS210）の予定明細キーの上位部と同じとし、
      *    入金明細番号を貸付の識別に用いる。振込不能で取り消した
      *    貸付は実行状況９として残す。
      *    おまとめ処理（QTS290B）が実行する貸付は振込を伴わないため
      *    実行時に振込済（２）とし、契約区分を１とする。まとめられた
      *    旧貸付は実行状況８とする。
           03          ()-SEG.                              *>実行キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMNYUKINMEISAI    PIC  9(07).    *>入金明細番号
           03          ()-GAIBUKAIINNO       PIC  9(12).    *>外部会員番号
           03          ()-UKETSUKEDATE       PIC  9(07).    *>申込受付日
           03          ()-AITESAKINO         PIC  X(08).    *>提携先番号
           03          ()-LOANSHUBETSU       PIC  9(05).    *>ローン種別
           03          ()-YUSHIGAKU          PIC S9(11)     *>融資額
                                   SIGN IS LEADING SEPARATE.
           03          ()-KAISUU             PIC  9(03).    *>返済回数
           03          ()-RIRITSU            PIC  99V99.    *>指定利率
      *      ゼロ:ローン種別・利率改定テーブルの約定利率を適用
           03          ()-KAISHIYMD          PIC  9(08).    *>初回返済月
           03          ()-FRK.                              *>振込先口座
             05        ()-FRKGINKOUCD        PIC  9(04).    *>銀行コード
             05        ()-FRKSHITENCD        PIC  9(03).    *>支店コード
             05        ()-FRKSHUMOKU         PIC  9(01).    *>預金種目
             05        ()-FRKKOUZANO         PIC  9(08).    *>口座番号
             05        ()-FRKMEIGI           PIC  X(30).    *>口座名義
           03          ()-IRAIYMD            PIC  9(08).    *>振込依頼日
           03          ()-FURIKOMIYMD        PIC  9(08).    *>振込指定日
           03          ()-JIKKOSTS           PIC  X(01).    *>実行状況
      *      1:振込依頼中  2:振込済  8:おまとめ完済  9:振込不能取消
           03          ()-KEKKACD            PIC  9(01).    *>振込結果コード
      *      0:振込済  1:口座なし  2:名義相違  3:口座解約
      *      9:その他不能
           03          ()-KEKKAYMD           PIC  9(08).    *>結果取込日
           03          ()-KEIYAKUKBN         PIC  X(01).    *>契約区分
      *      スペース:通常  1:おまとめ（総量規制の例外貸付）
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
