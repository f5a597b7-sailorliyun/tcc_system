      *8...........2.........3.........4.........5........6........7.........8
      *    QTS287(QTA287)
      ****************************************************************
      *                ポイント不正スコアファイル                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ポイント不正利用検知（QTS287B）が当日の判定のために会員
      *    単位で作り直す作業ファイル。判定期間（直近の所定日数）と
      *    その前の基準期間の獲得ポイント、取消・返品された利用の
      *    獲得ポイント、獲得直後の引換、家族間移行の連鎖を集計し、
      *    観点ごとの点数と合計スコア、判定区分を持つ。判定区分２の
      *    会員は未出荷の景品交換受注（QTS087）を保留し、不正利用
      *    調査案件（QXS004、起票契機４）へ起票する。
           03          ()-SEG.                              *>会員キー
             05        ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-HANTEIYMD          PIC  9(08).    *>判定年月日
           03          ()-CARDNO             PIC  X(16).    *>本会員カード番号
           03          ()-KAKUTOKU.                         *>獲得
             05        ()-KIJUNPOINT         PIC S9(11)     *>基準期間獲得
                                   SIGN IS LEADING SEPARATE.
             05        ()-CHOKKINPOINT       PIC S9(11)     *>判定期間獲得
                                   SIGN IS LEADING SEPARATE.
             05        ()-NICHIBETSU         OCCURS 31      *>日別獲得
                                             PIC S9(09)
                                   SIGN IS LEADING SEPARATE.
      *      判定期間の日別獲得。添字１が当日、２が前日…
           03          ()-TORIKESHI.                        *>取消・返品
             05        ()-TORIKESHIKENSU     PIC  9(05).    *>取消件数
             05        ()-TORIKESHIPOINT     PIC S9(11)     *>取消分獲得
                                   SIGN IS LEADING SEPARATE.
           03          ()-SOKUHIKIKAE.                      *>獲得直後引換
             05        ()-SOKUHIKIKENSU      PIC  9(05).    *>件数
             05        ()-SOKUHIKIPOINT      PIC  9(09).    *>引換ポイント
           03          ()-IKO.                              *>家族間移行
             05        ()-IKOKENSU           PIC  9(05).    *>移行件数
             05        ()-IKOPOINT           PIC  9(09).    *>移行ポイント
             05        ()-IKORENSAKBN        PIC  X(01).    *>連鎖区分
      *      スペース:なし  1:受け取った者が更に移行
           03          ()-SCORE.                            *>スコア
             05        ()-KYUZOSCORE         PIC  9(03).    *>獲得急増
             05        ()-TORIKESHISCORE     PIC  9(03).    *>取消分獲得
             05        ()-SOKUHIKISCORE      PIC  9(03).    *>獲得直後引換
             05        ()-IKOSCORE           PIC  9(03).    *>移行連鎖
             05        ()-GOUKEISCORE        PIC  9(04).    *>合計
           03          ()-HANTEIKBN          PIC  X(01).    *>判定区分
      *      スペース:基準未満  1:報告のみ  2:受注保留・調査起票
      *      3:調査で不正でないと判断済（報告のみ）
           03          ()-HORYUKENSU         PIC  9(05).    *>保留受注件数
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
