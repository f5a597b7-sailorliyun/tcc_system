      *8...........2.........3.........4.........5........6........7.........8
      *    QTS273B
      ****************************************************************
      *                社員貸付認定利息計算バッチ（月次）            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    基準利率（QTS272）を下回る約定利率で貸し付けた社員貸付に
      *    ついて、対象月の返済予定明細（QTS210 現行版）ごとに
      *      経済的利益＝回収前残元本×（基準利率－約定利率）÷１２
      *    （円未満切捨）を算定する。用途非課税のローン種別（災害・
      *    疾病等、パラメータ指定）は非課税利益として別掲する。
      *    従業員ごとの年累計を認定利息年間累計ファイル（QTS273）へ
      *    保持し、年累計が少額免除額以下の間は課税額をゼロ、超えた
      *    月にそれまでの累計を課税額とする。
      *    雇用主（提携先企業 QBS005）別の通知ファイル（NINTEIOUT）
      *    を作成し、給与天引指示（QTS097B）と同便で送付する。雇用主
      *    は申込（QBS002）の提携先番号で従業員に対応付け、提携先の
      *    ない会員の貸付は対象外とする。対象月が１２月のとき（また
      *    はパラメータ指定時）は従業員別の年間集計（QTS273NS）を
      *    出力する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS273B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  NINTEI-PARAMFILE ASSIGN TO "QTS273PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QBS002-APPFILE  ASSIGN TO "QBS002"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QBS002-STATUS.
           SELECT  QBS005-DANTAI   ASSIGN TO "QBS005"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QBS005-AITESAKINO
                   FILE STATUS IS WS-QBS005-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS272-KIJUN    ASSIGN TO "QTS272"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS272-PRM
                   FILE STATUS IS WS-QTS272-STATUS.
           SELECT  QTS273-RUIKEI   ASSIGN TO "QTS273"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS273-PRM
                   FILE STATUS IS WS-QTS273-STATUS.
           SELECT  SORT-WORK       ASSIGN TO "SRTWK01".
           SELECT  NINTEI-OUTFILE  ASSIGN TO "NINTEIOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  NENKAN-RPTFILE  ASSIGN TO "QTS273NS"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  NINTEI-PARAMFILE.
       01  NINTEI-PARAM-REC.
           05  PRM-RECKBN              PIC X(01).
      *        M:対象年月  H:用途非課税ローン種別
      *        N:年間集計の出力指示（１２月以外で出す場合）
           05  PRM-TAISHONENGETU       PIC 9(06).
      *        Ｍ行:対象年月（無指定は処理日の年月）
           05  PRM-LOANSHUBETSU        PIC 9(05).
      *        Ｈ行:用途非課税とするローン種別
       FD  QBS002-APPFILE.
       01  QBS002-REC.
           COPY QBS002.
       FD  QBS005-DANTAI.
       01  QBS005-REC.
           COPY QBS005.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS272-KIJUN.
       01  QTS272-REC.
           COPY QTS272 REPLACING ==()== BY ==QTS272==.
       FD  QTS273-RUIKEI.
       01  QTS273-REC.
           COPY QTS273 REPLACING ==()== BY ==QTS273==.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-AITESAKINO          PIC X(08).
           05  SRT-KIGYOUCD            PIC 9(04).
           05  SRT-SUBRANGEKEY         PIC 9(04).
           05  SRT-KAIINNO             PIC 9(08).
           05  SRT-NYUKINMEISAI        PIC 9(07).
           05  SRT-GAIBUKAIINNO        PIC 9(12).
           05  SRT-SHIMEIKANA          PIC X(30).
           05  SRT-RIEKI               PIC 9(09).
           05  SRT-HIKAZEI-SW          PIC X(01).
       FD  NINTEI-OUTFILE.
       01  NINTEI-OUT-REC.
           05  NTO-RECKBN              PIC 9(01).
      *        1:雇用主ヘッダ  2:従業員明細  8:雇用主トレーラ
           05  NTO-DATA                PIC X(119).
       FD  NENKAN-RPTFILE.
       01  NENKAN-RPT-LINE             PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QBS002-STATUS        PIC X(02).
       01  WS-QBS005-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS272-STATUS        PIC X(02).
       01  WS-QTS273-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-FIRST-SW             PIC X(01)     VALUE "Y".
           88  WS-FIRST-REC                      VALUE "Y".
       01  WS-NENKAN-SW            PIC X(01)     VALUE "N".
           88  WS-NENKAN-SHUTSURYOKU             VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TAISHONENGETU        PIC 9(06).
       01  WS-TAISHO-KAISHIYMD     PIC 9(08).
       01  WS-TAISHO-NEN           PIC 9(04).
       01  WS-TAISHO-TSUKI         PIC 9(02).
       01  WS-KIJUNRIRITSU         PIC 99V99     VALUE ZERO.
       01  WS-SHOGAKUMENJOGAKU     PIC 9(07)     VALUE ZERO.
       01  WS-SA-RIRITSU           PIC 99V99.
       01  WS-ZANDAKA              PIC S9(11).
       01  WS-RIEKI                PIC S9(09).
       01  WS-RUI-RIEKI            PIC S9(11).
       01  WS-RUI-KAZEI            PIC S9(11).
       01  WS-SEARCH-GAIBUNO       PIC 9(12).
       01  WS-MX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-HK-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-AP-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-AP-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-TAISHO-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-TAISHOGAI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-JUGYOIN-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KOYONUSHI-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-NENKAN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAZEI-TOTAL          PIC 9(12)     VALUE ZERO.
      * 従業員（会員）単位の当月集計
       01  WS-PREV-AITESAKINO      PIC X(08).
       01  WS-PREV-KIGYOUCD        PIC 9(04).
       01  WS-PREV-SUBRANGEKEY     PIC 9(04).
       01  WS-PREV-KAIINNO         PIC 9(08).
       01  WS-PREV-GAIBUKAIINNO    PIC 9(12).
       01  WS-PREV-SHIMEIKANA      PIC X(30).
       01  WS-KI-RIEKI             PIC 9(09).
       01  WS-KI-HIKAZEI           PIC 9(09).
      * 雇用主単位の当月集計
       01  WS-KY-KENSU             PIC 9(07).
       01  WS-KY-KAZEIGAKU         PIC 9(12).
      * 用途非課税ローン種別
       01  WS-HK-TBL.
           05  WS-HK-LOANSHUBETSU  OCCURS 50     PIC 9(05).
      * 外部会員番号別の提携先番号（申込ファイルから展開）
       01  WS-APP-TBL.
           05  WS-AP-ENT           OCCURS 9999.
             07  WS-AP-GAIBUNO     PIC 9(12).
             07  WS-AP-UKETSUKEDT  PIC 9(07).
             07  WS-AP-AITESAKINO  PIC X(08).
       01  WS-NT-HEAD.
           05  WS-NTH-AITESAKINO   PIC X(08).
           05  WS-NTH-KIGYOMEI     PIC N(20).
           05  WS-NTH-TAISHONENGETU PIC 9(06).
           05  WS-NTH-KIJUNRIRITSU PIC 99V99.
           05  WS-NTH-SHOGAKUMENJO PIC 9(07).
           05  FILLER              PIC X(54)     VALUE SPACES.
       01  WS-NT-DATA.
           05  WS-NTD-AITESAKINO   PIC X(08).
           05  WS-NTD-KIGYOUCD     PIC 9(04).
           05  WS-NTD-GAIBUKAIINNO PIC 9(12).
           05  WS-NTD-SHIMEIKANA   PIC X(30).
           05  WS-NTD-RIEKI        PIC 9(09).
           05  WS-NTD-HIKAZEI      PIC 9(09).
           05  WS-NTD-KAZEIGAKU    PIC 9(09).
           05  WS-NTD-NENRIEKI     PIC 9(11).
           05  WS-NTD-NENKAZEIGAKU PIC 9(11).
           05  FILLER              PIC X(16)     VALUE SPACES.
       01  WS-NT-TRAIL.
           05  WS-NTT-AITESAKINO   PIC X(08).
           05  WS-NTT-KENSU        PIC 9(07).
           05  WS-NTT-KAZEIGAKU    PIC 9(12).
           05  FILLER              PIC X(92)     VALUE SPACES.
       01  WS-NS-LINE.
           05  WS-NS-AITESAKINO    PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-NS-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-NS-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-NS-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-NS-GAIBUKAIINNO  PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-NS-SHIMEIKANA    PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-NS-NENRIEKI      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-NS-NENHIKAZEI    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-NS-NENKAZEIGAKU  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-NS-BIKOU         PIC N(04).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
      * 雇用主ごとに通知ファイルをまとめるため、対象の予定明細を
      * 提携先番号・会員・貸付の順に整列してから集計する。
           SORT SORT-WORK
               ON ASCENDING KEY SRT-AITESAKINO
                                SRT-KIGYOUCD
                                SRT-SUBRANGEKEY
                                SRT-KAIINNO
                                SRT-NYUKINMEISAI
               INPUT  PROCEDURE IS 2000-RELEASE-MEISAI
               OUTPUT PROCEDURE IS 3000-WRITE-TSUCHI
           IF  WS-TAISHO-TSUKI = 12
               SET WS-NENKAN-SHUTSURYOKU TO TRUE
           END-IF
           IF  WS-NENKAN-SHUTSURYOKU
               PERFORM 6000-WRITE-NENKAN
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-HK-TBL
           INITIALIZE WS-APP-TBL
           MOVE WS-TODAY(1:6)        TO WS-TAISHONENGETU
           OPEN INPUT  NINTEI-PARAMFILE
           READ NINTEI-PARAMFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-PARAM UNTIL WS-EOF
           CLOSE NINTEI-PARAMFILE
           MOVE "N" TO WS-EOF-SW
           MOVE WS-TAISHONENGETU(1:4) TO WS-TAISHO-NEN
           MOVE WS-TAISHONENGETU(5:2) TO WS-TAISHO-TSUKI
           COMPUTE WS-TAISHO-KAISHIYMD = WS-TAISHONENGETU * 100 + 1
           OPEN INPUT  QTS272-KIJUN
           PERFORM 1300-RESOLVE-KIJUN
           CLOSE QTS272-KIJUN
           IF  WS-KIJUNRIRITSU = ZERO
               DISPLAY "QTS273B: KIJUN RIRITSU NASHI "
                       WS-TAISHONENGETU
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  QBS002-APPFILE
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1200-LOAD-APP THRU 1290-NEXT-APP UNTIL WS-EOF
           CLOSE QBS002-APPFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QBS005-DANTAI
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS273-RUIKEI
           OPEN OUTPUT NINTEI-OUTFILE.

       1100-LOAD-PARAM.
           EVALUATE PRM-RECKBN
               WHEN "M"
                   IF  PRM-TAISHONENGETU > ZERO
                       MOVE PRM-TAISHONENGETU TO WS-TAISHONENGETU
                   END-IF
               WHEN "H"
                   IF  WS-HK-MAX >= 50
                       DISPLAY "QTS273B: HIKAZEI TABLE OVERFLOW"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HK-MAX
                   MOVE PRM-LOANSHUBETSU
                       TO WS-HK-LOANSHUBETSU(WS-HK-MAX)
               WHEN "N"
                   SET WS-NENKAN-SHUTSURYOKU TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ NINTEI-PARAMFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 提携先の付いた申込だけを採る。同一外部会員番号の申込が複数
      * あるときは受付日の新しい方の提携先を採る（転籍後の雇用主）。
       1200-LOAD-APP.
           IF  QBS002-AITESAKINO = SPACES
           OR  QBS002-AITESAKINO = LOW-VALUES
               GO TO 1290-NEXT-APP
           END-IF
           MOVE QBS002-GAIBUKAIINNO  TO WS-SEARCH-GAIBUNO
           PERFORM 1210-SEARCH-APP
           IF  NOT WS-HIT
               IF  WS-AP-MAX >= 9999
                   DISPLAY "QTS273B: APP TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AP-MAX
               MOVE WS-AP-MAX        TO WS-AP-IX
               MOVE QBS002-GAIBUKAIINNO
                                     TO WS-AP-GAIBUNO(WS-AP-IX)
               MOVE ZERO             TO WS-AP-UKETSUKEDT(WS-AP-IX)
           END-IF
           IF  QBS002-UKETSUKEDATE >= WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE QBS002-UKETSUKEDATE
                                   TO WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE QBS002-AITESAKINO
                                   TO WS-AP-AITESAKINO(WS-AP-IX)
           END-IF.

       1290-NEXT-APP.
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1210-SEARCH-APP.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1211-COMPARE-APP
                   VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-AP-IX
           END-IF.

       1211-COMPARE-APP.
           IF  WS-AP-GAIBUNO(WS-AP-IX) = WS-SEARCH-GAIBUNO
               SET WS-HIT TO TRUE
           END-IF.

      * 対象月の初日時点で有効な基準利率の行を採る。
       1300-RESOLVE-KIJUN.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO                 TO QTS272-PRMYUKOKAISHI
           START QTS272-KIJUN KEY >= QTS272-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 1310-READ-KIJUN UNTIL WS-SCAN-EOF.

       1310-READ-KIJUN.
           READ QTS272-KIJUN NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS272-PRMYUKOKAISHI <= WS-TAISHO-KAISHIYMD
                   MOVE QTS272-KIJUNRIRITSU TO WS-KIJUNRIRITSU
                   MOVE QTS272-SHOGAKUMENJOGAKU
                                     TO WS-SHOGAKUMENJOGAKU
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 返済予定明細の現行版から支払予定日が対象月に当たる回を採り、
      * 約定利率が基準利率を下回るものの経済的利益を算定して整列へ
      * 投入する。当月の利息は回収前の残元本に付くため、残元本は
      * 支払後残高＋元本充当額とする。
       2000-RELEASE-MEISAI.
           OPEN INPUT QTS210-SCHEDULE
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES           TO QTS210-PRM
           START QTS210-SCHEDULE KEY >= QTS210-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
                   UNTIL WS-SCAN-EOF
           CLOSE QTS210-SCHEDULE.

       2100-RELEASE-ONE.
           READ QTS210-SCHEDULE NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  WS-SCAN-EOF
               GO TO 2100-EXIT
           END-IF
           IF  QTS210-YUKOFLG NOT = "1"
           OR  QTS210-SHIHARAIYMD(1:6) NOT = WS-TAISHONENGETU
           OR  QTS210-YAKUJORIRITSU >= WS-KIJUNRIRITSU
               GO TO 2100-EXIT
           END-IF
           MOVE QTS210-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS210-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS210-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   MOVE "N" TO WS-HIT-SW
               NOT INVALID KEY
                   MOVE QTS010-GKNSHIKIBETSUNO TO WS-SEARCH-GAIBUNO
                   PERFORM 1210-SEARCH-APP
           END-READ
           IF  NOT WS-HIT
               ADD 1 TO WS-TAISHOGAI-COUNT
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-ZANDAKA =
               QTS210-SHIHARAIGOZAN + QTS210-GENPONGAKU
           COMPUTE WS-SA-RIRITSU =
               WS-KIJUNRIRITSU - QTS210-YAKUJORIRITSU
           COMPUTE WS-RIEKI = WS-ZANDAKA * WS-SA-RIRITSU / 1200
           IF  WS-RIEKI <= ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE WS-AP-AITESAKINO(WS-AP-IX) TO SRT-AITESAKINO
           MOVE QTS210-PRMKIGYOUCD     TO SRT-KIGYOUCD
           MOVE QTS210-PRMSUBRANGEKEY  TO SRT-SUBRANGEKEY
           MOVE QTS210-PRMNAIBUKAIINNO TO SRT-KAIINNO
           MOVE QTS210-PRMNYUKINMEISAI TO SRT-NYUKINMEISAI
           MOVE QTS010-GKNSHIKIBETSUNO TO SRT-GAIBUKAIINNO
           MOVE QTS010-HONSHIMEIKANA   TO SRT-SHIMEIKANA
           MOVE WS-RIEKI               TO SRT-RIEKI
           MOVE "N"                    TO SRT-HIKAZEI-SW
           PERFORM 2200-CHECK-HIKAZEI
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HK-MAX
           RELEASE SORT-REC
           ADD 1 TO WS-TAISHO-COUNT.

       2100-EXIT.
           EXIT.

       2200-CHECK-HIKAZEI.
           IF  WS-HK-LOANSHUBETSU(WS-HX) = QTS210-LOANSHUBETSU
               MOVE "Y" TO SRT-HIKAZEI-SW
           END-IF.

      * 雇用主（提携先）・従業員の改まりで集計を締める。
       3000-WRITE-TSUCHI.
           PERFORM 3100-RETURN-MEISAI UNTIL WS-EOF
           IF  NOT WS-FIRST-REC
               PERFORM 3500-CLOSE-JUGYOIN
               PERFORM 3600-CLOSE-KOYONUSHI
           END-IF.

       3100-RETURN-MEISAI.
           RETURN SORT-WORK
               AT END SET WS-EOF TO TRUE
               NOT AT END PERFORM 3200-SUM-MEISAI
           END-RETURN.

       3200-SUM-MEISAI.
           IF  WS-FIRST-REC
               MOVE "N" TO WS-FIRST-SW
               PERFORM 3400-OPEN-KOYONUSHI
               PERFORM 3300-OPEN-JUGYOIN
           ELSE
               IF  SRT-AITESAKINO NOT = WS-PREV-AITESAKINO
                   PERFORM 3500-CLOSE-JUGYOIN
                   PERFORM 3600-CLOSE-KOYONUSHI
                   PERFORM 3400-OPEN-KOYONUSHI
                   PERFORM 3300-OPEN-JUGYOIN
               ELSE
                   IF  SRT-KIGYOUCD    NOT = WS-PREV-KIGYOUCD
                   OR  SRT-SUBRANGEKEY NOT = WS-PREV-SUBRANGEKEY
                   OR  SRT-KAIINNO     NOT = WS-PREV-KAIINNO
                       PERFORM 3500-CLOSE-JUGYOIN
                       PERFORM 3300-OPEN-JUGYOIN
                   END-IF
               END-IF
           END-IF
           IF  SRT-HIKAZEI-SW = "Y"
               ADD SRT-RIEKI TO WS-KI-HIKAZEI
           ELSE
               ADD SRT-RIEKI TO WS-KI-RIEKI
           END-IF.

       3300-OPEN-JUGYOIN.
           MOVE SRT-KIGYOUCD         TO WS-PREV-KIGYOUCD
           MOVE SRT-SUBRANGEKEY      TO WS-PREV-SUBRANGEKEY
           MOVE SRT-KAIINNO          TO WS-PREV-KAIINNO
           MOVE SRT-GAIBUKAIINNO     TO WS-PREV-GAIBUKAIINNO
           MOVE SRT-SHIMEIKANA       TO WS-PREV-SHIMEIKANA
           MOVE ZERO                 TO WS-KI-RIEKI
           MOVE ZERO                 TO WS-KI-HIKAZEI.

       3400-OPEN-KOYONUSHI.
           MOVE SRT-AITESAKINO       TO WS-PREV-AITESAKINO
           MOVE ZERO                 TO WS-KY-KENSU
           MOVE ZERO                 TO WS-KY-KAZEIGAKU
           MOVE SRT-AITESAKINO       TO QBS005-AITESAKINO
           READ QBS005-DANTAI
               INVALID KEY
                   MOVE SPACES TO WS-NTH-KIGYOMEI
               NOT INVALID KEY
                   MOVE QBS005-KIGYOMEI TO WS-NTH-KIGYOMEI
           END-READ
           MOVE SRT-AITESAKINO       TO WS-NTH-AITESAKINO
           MOVE WS-TAISHONENGETU     TO WS-NTH-TAISHONENGETU
           MOVE WS-KIJUNRIRITSU      TO WS-NTH-KIJUNRIRITSU
           MOVE WS-SHOGAKUMENJOGAKU  TO WS-NTH-SHOGAKUMENJO
           MOVE 1                    TO NTO-RECKBN
           MOVE WS-NT-HEAD           TO NTO-DATA
           WRITE NINTEI-OUT-REC
           ADD 1 TO WS-KOYONUSHI-COUNT.

      * 従業員の年間累計へ当月分を置き換えで反映し、当月の課税額
      * を少額免除の判定後に求めて通知明細を出す。
       3500-CLOSE-JUGYOIN.
           MOVE WS-TAISHO-NEN        TO QTS273-PRMTAISHONEN
           MOVE WS-PREV-KIGYOUCD     TO QTS273-PRMKIGYOUCD
           MOVE WS-PREV-SUBRANGEKEY  TO QTS273-PRMSUBRANGEKEY
           MOVE WS-PREV-KAIINNO      TO QTS273-PRMNAIBUKAIINNO
           READ QTS273-RUIKEI
               INVALID KEY
                   MOVE "N" TO WS-HIT-SW
                   INITIALIZE QTS273-REC
                   MOVE WS-TAISHO-NEN        TO QTS273-PRMTAISHONEN
                   MOVE WS-PREV-KIGYOUCD     TO QTS273-PRMKIGYOUCD
                   MOVE WS-PREV-SUBRANGEKEY  TO QTS273-PRMSUBRANGEKEY
                   MOVE WS-PREV-KAIINNO      TO QTS273-PRMNAIBUKAIINNO
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIT-SW
           END-READ
           MOVE WS-PREV-GAIBUKAIINNO TO QTS273-GAIBUKAIINNO
           MOVE WS-PREV-AITESAKINO   TO QTS273-AITESAKINO
           MOVE WS-PREV-SHIMEIKANA   TO QTS273-SHIMEIKANA
           MOVE WS-KI-RIEKI      TO QTS273-TSKRIEKI(WS-TAISHO-TSUKI)
           MOVE WS-KI-HIKAZEI
                             TO QTS273-TSKHIKAZEIRIEKI(WS-TAISHO-TSUKI)
           MOVE WS-SHOGAKUMENJOGAKU  TO QTS273-SHOGAKUMENJOGAKU
           PERFORM 3510-CALC-KAZEIGAKU
           MOVE WS-TAISHONENGETU     TO QTS273-SAISHUNENGETU
           MOVE WS-TODAY             TO QTS273-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS273-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS273-SVRKOUSHINYMD
           IF  WS-HIT
               REWRITE QTS273-REC
           ELSE
               WRITE QTS273-REC
           END-IF
           MOVE WS-PREV-AITESAKINO   TO WS-NTD-AITESAKINO
           MOVE WS-PREV-KIGYOUCD     TO WS-NTD-KIGYOUCD
           MOVE WS-PREV-GAIBUKAIINNO TO WS-NTD-GAIBUKAIINNO
           MOVE WS-PREV-SHIMEIKANA   TO WS-NTD-SHIMEIKANA
           MOVE WS-KI-RIEKI          TO WS-NTD-RIEKI
           MOVE WS-KI-HIKAZEI        TO WS-NTD-HIKAZEI
           MOVE QTS273-TSKKAZEIGAKU(WS-TAISHO-TSUKI)
                                     TO WS-NTD-KAZEIGAKU
           MOVE QTS273-NENRIEKI      TO WS-NTD-NENRIEKI
           MOVE QTS273-NENKAZEIGAKU  TO WS-NTD-NENKAZEIGAKU
           MOVE 2                    TO NTO-RECKBN
           MOVE WS-NT-DATA           TO NTO-DATA
           WRITE NINTEI-OUT-REC
           ADD 1                     TO WS-KY-KENSU
           ADD QTS273-TSKKAZEIGAKU(WS-TAISHO-TSUKI)
                                     TO WS-KY-KAZEIGAKU
           ADD 1                     TO WS-JUGYOIN-COUNT.

      * 対象月までの経済的利益の累計が少額免除額以下なら課税額は
      * ゼロ、超えていれば累計から前月までの通知済課税額を差し引い
      * た額を当月の課税額とする（超えた月に一括計上）。
       3510-CALC-KAZEIGAKU.
           MOVE ZERO                 TO WS-RUI-RIEKI
           MOVE ZERO                 TO WS-RUI-KAZEI
           PERFORM 3520-SUM-ZENGETSU
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-TAISHO-TSUKI
           IF  WS-RUI-RIEKI > WS-SHOGAKUMENJOGAKU
           AND WS-RUI-RIEKI > WS-RUI-KAZEI
               COMPUTE QTS273-TSKKAZEIGAKU(WS-TAISHO-TSUKI) =
                   WS-RUI-RIEKI - WS-RUI-KAZEI
           ELSE
               MOVE ZERO TO QTS273-TSKKAZEIGAKU(WS-TAISHO-TSUKI)
           END-IF
           MOVE ZERO                 TO QTS273-NENRIEKI
           MOVE ZERO                 TO QTS273-NENHIKAZEIRIEKI
           MOVE ZERO                 TO QTS273-NENKAZEIGAKU
           PERFORM 3530-SUM-NENKAN
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > 12.

       3520-SUM-ZENGETSU.
           ADD QTS273-TSKRIEKI(WS-MX) TO WS-RUI-RIEKI
           IF  WS-MX < WS-TAISHO-TSUKI
               ADD QTS273-TSKKAZEIGAKU(WS-MX) TO WS-RUI-KAZEI
           END-IF.

       3530-SUM-NENKAN.
           ADD QTS273-TSKRIEKI(WS-MX)       TO QTS273-NENRIEKI
           ADD QTS273-TSKHIKAZEIRIEKI(WS-MX)
                                     TO QTS273-NENHIKAZEIRIEKI
           ADD QTS273-TSKKAZEIGAKU(WS-MX)   TO QTS273-NENKAZEIGAKU.

       3600-CLOSE-KOYONUSHI.
           MOVE WS-PREV-AITESAKINO   TO WS-NTT-AITESAKINO
           MOVE WS-KY-KENSU          TO WS-NTT-KENSU
           MOVE WS-KY-KAZEIGAKU      TO WS-NTT-KAZEIGAKU
           MOVE 8                    TO NTO-RECKBN
           MOVE WS-NT-TRAIL          TO NTO-DATA
           WRITE NINTEI-OUT-REC
           ADD WS-KY-KAZEIGAKU       TO WS-KAZEI-TOTAL.

      * 年間集計。対象年の累計レコードを従業員ごとに出力する。年間
      * の経済的利益があって課税額がゼロのものは少額免除と表示する。
       6000-WRITE-NENKAN.
           OPEN OUTPUT NENKAN-RPTFILE
           MOVE SPACES               TO NENKAN-RPT-LINE
           STRING "NINTEI RISOKU NENKAN SHUKEI  NEN=" WS-TAISHO-NEN
                  "  TEIKEISAKI/KAIIN/GAIBUNO/KANA/RIEKI/HIKAZEI"
                  "/KAZEIGAKU"
               DELIMITED BY SIZE INTO NENKAN-RPT-LINE
           END-STRING
           WRITE NENKAN-RPT-LINE
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES           TO QTS273-PRM
           MOVE WS-TAISHO-NEN        TO QTS273-PRMTAISHONEN
           START QTS273-RUIKEI KEY >= QTS273-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 6100-WRITE-NENKAN-ONE UNTIL WS-SCAN-EOF
           CLOSE NENKAN-RPTFILE.

       6100-WRITE-NENKAN-ONE.
           READ QTS273-RUIKEI NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS273-PRMTAISHONEN = WS-TAISHO-NEN
                   MOVE QTS273-AITESAKINO     TO WS-NS-AITESAKINO
                   MOVE QTS273-PRMKIGYOUCD    TO WS-NS-KIGYOUCD
                   MOVE QTS273-PRMSUBRANGEKEY TO WS-NS-SUBRANGEKEY
                   MOVE QTS273-PRMNAIBUKAIINNO TO WS-NS-KAIINNO
                   MOVE QTS273-GAIBUKAIINNO   TO WS-NS-GAIBUKAIINNO
                   MOVE QTS273-SHIMEIKANA     TO WS-NS-SHIMEIKANA
                   MOVE QTS273-NENRIEKI       TO WS-NS-NENRIEKI
                   MOVE QTS273-NENHIKAZEIRIEKI TO WS-NS-NENHIKAZEI
                   MOVE QTS273-NENKAZEIGAKU   TO WS-NS-NENKAZEIGAKU
                   IF  QTS273-NENRIEKI > ZERO
                   AND QTS273-NENKAZEIGAKU = ZERO
                       MOVE "少額免除"        TO WS-NS-BIKOU
                   ELSE
                       MOVE SPACES            TO WS-NS-BIKOU
                   END-IF
                   MOVE WS-NS-LINE            TO NENKAN-RPT-LINE
                   WRITE NENKAN-RPT-LINE
                   ADD 1 TO WS-NENKAN-COUNT
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS273B: NENGETU=" WS-TAISHONENGETU
                   " KIJUN=" WS-KIJUNRIRITSU
                   " TAISHO=" WS-TAISHO-COUNT
                   " TAISHOGAI=" WS-TAISHOGAI-COUNT
                   " JUGYOIN=" WS-JUGYOIN-COUNT
                   " KOYONUSHI=" WS-KOYONUSHI-COUNT
                   " KAZEI=" WS-KAZEI-TOTAL
                   " NENKAN=" WS-NENKAN-COUNT
           CLOSE QBS005-DANTAI
           CLOSE QTS010-MASTER
           CLOSE QTS273-RUIKEI
           CLOSE NINTEI-OUTFILE.
