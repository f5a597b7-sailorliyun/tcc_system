      *8...........2.........3.........4.........5........6........7.........8
      *    QTS290(QTA290)
      ****************************************************************
      *                社員貸付おまとめ管理ファイル                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    複数の社員貸付を１本の貸付へまとめる（おまとめ）申込ごとの
      *    見積・判定・実行の記録。おまとめ処理（QTS290B）が対象貸付
      *    の完済見積（QTS104Mと同じ回数按分）と新条件の返済見込を
      *    記録し、借換え後の条件が借換え前より不利でないこと（利率・
      *    月額返済額・総返済額）を判定する。総量規制の例外扱いは
      *    この判定をすべて満たして実行したもの（状況２）に限る。
      *    キーは会員キーと受付日とし、実行した新貸付の入金明細番号
      *    を新条件に持つ。
           03          ()-SEG.                              *>おまとめキー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMUKETSUKEYMD     PIC  9(08).    *>おまとめ受付日
           03          ()-GAIBUKAIINNO       PIC  9(12).    *>外部会員番号
           03          ()-OMATOMESTS         PIC  X(01).    *>おまとめ状況
      *      1:見積済  2:実行済  5:不可（借換え後が不利）
           03          ()-KIJUNYMD           PIC  9(08).    *>完済基準日
           03          ()-KYUKENSU           PIC  9(01).    *>対象貸付件数
           03          ()-KYUINF.                           *>対象貸付
             05        ()-KYUENT             OCCURS 5.      *>対象貸付明細
               07      ()-KYUMEISAI          PIC  9(07).    *>入金明細番号
               07      ()-KYURIRITSU         PIC  99V99.    *>約定利率
               07      ()-KYUZANKAISU        PIC  9(03).    *>残回数
               07      ()-KYUKANSAIGAKU      PIC  9(11).    *>完済金額
               07      ()-KYUMODOSHI         PIC  9(09).    *>未経過利息
               07      ()-KYUGETSUGAKU       PIC  9(09).    *>月額返済額
           03          ()-KYUGOKEI.                         *>借換え前合計
             05        ()-KYUKANSAIGOKEI     PIC  9(11).    *>完済金額合計
             05        ()-KYUGETSUGAKUGOKEI  PIC  9(09).    *>月額返済額合計
             05        ()-KYUSOSHIHARAI      PIC  9(11).    *>残総返済額
             05        ()-KYUHEIKINRIRITSU   PIC  99V99.    *>加重平均利率
           03          ()-SHIN.                             *>借換え後条件
             05        ()-SHINMEISAI         PIC  9(07).    *>新入金明細番号
             05        ()-LOANSHUBETSU       PIC  9(05).    *>ローン種別
             05        ()-YUSHIGAKU          PIC  9(11).    *>融資額
             05        ()-KAISUU             PIC  9(03).    *>返済回数
             05        ()-RIRITSU            PIC  99V99.    *>適用利率
             05        ()-KAISHIYMD          PIC  9(08).    *>初回返済日
             05        ()-SHOKAIGAKU         PIC  9(09).    *>初回返済額
             05        ()-SOSHIHARAI         PIC  9(11).    *>総返済額
           03          ()-HANTEI.                           *>有利判定
             05        ()-RIRITSUHANTEI      PIC  X(01).    *>利率
             05        ()-GETSUGAKUHANTEI    PIC  X(01).    *>月額返済額
             05        ()-SOGAKUHANTEI       PIC  X(01).    *>総返済額
      *      1:借換え前以下  2:借換え前を上回る
           03          ()-MITSUMORIYMD       PIC  9(08).    *>見積日
           03          ()-JIKKOYMD           PIC  9(08).    *>実行日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
