      *8...........2.........3.........4.........5........6........7.........8
      *    QTS294R
      ****************************************************************
      *                手数料・遅延損害金減免 月次実績表             *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    減免依頼承認管理（QTS294）から、対象年月に承認・反映した
      *    減免を１件１行で出し、起票者×減免理由×減免種別の件数・
      *    金額と、減免理由別・全体の合計を出す（監査用）。同月に
      *    却下・反映不可となった依頼の件数も併せて出す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS294R.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  GENMEN-PARAM    ASSIGN TO "QTS294PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS294-CTLFILE  ASSIGN TO "QTS294"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS294-SEG
                   FILE STATUS IS WS-QTS294-STATUS.
           SELECT  GENMEN-RPTFILE  ASSIGN TO "QTS294RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  GENMEN-PARAM.
       01  GENMEN-PARAM-REC.
           05  PRM-TAISHONENGETU       PIC 9(06).
      *        対象年月（ゼロは処理日の前月）
       FD  QTS294-CTLFILE.
       01  QTS294-REC.
           COPY QTS294 REPLACING ==()== BY ==QTS294==.
       FD  GENMEN-RPTFILE.
       01  GENMEN-RPT-LINE             PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS294-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-YMD-WK.
           05  WS-YW-YYYY          PIC 9(04).
           05  WS-YW-MM            PIC 9(02).
           05  WS-YW-DD            PIC 9(02).
       01  WS-NENGETU              PIC 9(06).
       01  WS-IX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HIT-IX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-RY-IX                PIC 9(02)     VALUE ZERO  COMP.
      * 起票者×減免理由×減免種別の集計表
       01  WS-SK-MAX               PIC 9(04)     VALUE 500   COMP.
       01  WS-SK-CNT               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-SHUKEI-TBL.
           05  WS-SK-ENT           OCCURS 500.
             07  WS-SK-MAKERID     PIC X(08).
             07  WS-SK-RIYU        PIC X(02).
             07  WS-SK-SHUBETSU    PIC X(01).
             07  WS-SK-KENSU       PIC 9(05).
             07  WS-SK-KNG         PIC 9(11).
      * 減免理由表（01～04、99）
       01  WS-RIYU-DEF.
           05  FILLER              PIC X(02)     VALUE "01".
           05  FILLER              PIC X(02)     VALUE "02".
           05  FILLER              PIC X(02)     VALUE "03".
           05  FILLER              PIC X(02)     VALUE "04".
           05  FILLER              PIC X(02)     VALUE "99".
       01  WS-RIYU-CD-TBL          REDEFINES WS-RIYU-DEF.
           05  WS-RY-CD            PIC X(02)     OCCURS 5.
       01  WS-RIYU-TBL.
           05  WS-RY-ENT           OCCURS 5.
             07  WS-RY-KENSU       PIC 9(05).
             07  WS-RY-KNG         PIC 9(11).
       01  WS-GOKEI.
           05  WS-GK-KENSU         PIC 9(05)     VALUE ZERO.
           05  WS-GK-KNG           PIC 9(11)     VALUE ZERO.
           05  WS-GK-KYAKKA        PIC 9(05)     VALUE ZERO.
           05  WS-GK-FUKA          PIC 9(05)     VALUE ZERO.
       01  WS-MEISAI-LINE.
           05  WS-ML-IRAINO        PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-ML-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-ML-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-SHUBETSU      PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-RIYU          PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-KNG           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-MAKERID       PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-MAKERYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-CHECKERID     PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-CHECKERYMD    PIC 9(08).
       01  WS-SHUKEI-LINE.
           05  WS-SL-MAKERID       PIC X(08).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-SL-RIYU          PIC X(02).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-SL-SHUBETSU      PIC X(01).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-SL-KENSU         PIC ZZZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-SL-KNG           PIC ZZ,ZZZ,ZZZ,ZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-GENMEN UNTIL WS-EOF
           PERFORM 3000-PRINT-SHUKEI
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-SHUKEI-TBL
           INITIALIZE WS-RIYU-TBL
           OPEN INPUT  GENMEN-PARAM
           OPEN INPUT  QTS294-CTLFILE
           OPEN OUTPUT GENMEN-RPTFILE
           READ GENMEN-PARAM
               AT END MOVE ZERO TO PRM-TAISHONENGETU
           END-READ
           IF  PRM-TAISHONENGETU = ZERO
               MOVE WS-TODAY TO WS-YMD-WK
               IF  WS-YW-MM > 1
                   SUBTRACT 1 FROM WS-YW-MM
               ELSE
                   MOVE 12 TO WS-YW-MM
                   SUBTRACT 1 FROM WS-YW-YYYY
               END-IF
               MOVE WS-YMD-WK(1:6) TO WS-NENGETU
           ELSE
               MOVE PRM-TAISHONENGETU TO WS-NENGETU
           END-IF
           MOVE SPACES TO GENMEN-RPT-LINE
           STRING "GENMEN JISSEKI  NENGETU=" WS-NENGETU
               DELIMITED BY SIZE INTO GENMEN-RPT-LINE
           END-STRING
           WRITE GENMEN-RPT-LINE
           MOVE SPACES TO GENMEN-RPT-LINE
           STRING "IRAINO/KAIIN/SHUBETSU/RIYU/KINGAKU"
                  "/KIHYOU/KIHYOUBI/SHONIN/SHONINBI"
               DELIMITED BY SIZE INTO GENMEN-RPT-LINE
           END-STRING
           WRITE GENMEN-RPT-LINE
           MOVE LOW-VALUE TO QTS294-SEG
           START QTS294-CTLFILE KEY IS NOT LESS THAN QTS294-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS294-CTLFILE NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 承認日が対象年月の依頼を状況別に振り分ける。
       2000-READ-GENMEN.
           IF  QTS294-CHECKERYMD(1:6) = WS-NENGETU
               EVALUATE QTS294-APPRVSTATUS
                   WHEN "1"
                       PERFORM 2100-MEISAI
                       PERFORM 2200-SHUKEI
                   WHEN "2"
                       ADD 1 TO WS-GK-KYAKKA
                   WHEN "8"
                       ADD 1 TO WS-GK-FUKA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           READ QTS294-CTLFILE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-MEISAI.
           MOVE QTS294-PRMIRAINO       TO WS-ML-IRAINO
           MOVE QTS294-KAIKIGYOUCD     TO WS-ML-KIGYOUCD
           MOVE QTS294-KAISUBRANGEKEY  TO WS-ML-SUBRANGEKEY
           MOVE QTS294-KAINAIBUKAIINNO TO WS-ML-KAIINNO
           MOVE QTS294-GENMENSHUBETSU  TO WS-ML-SHUBETSU
           MOVE QTS294-GENMENRIYU      TO WS-ML-RIYU
           MOVE QTS294-GENMENKNG       TO WS-ML-KNG
           MOVE QTS294-MAKERID         TO WS-ML-MAKERID
           MOVE QTS294-MAKERYMD        TO WS-ML-MAKERYMD
           MOVE QTS294-CHECKERID       TO WS-ML-CHECKERID
           MOVE QTS294-CHECKERYMD      TO WS-ML-CHECKERYMD
           MOVE WS-MEISAI-LINE         TO GENMEN-RPT-LINE
           WRITE GENMEN-RPT-LINE.

       2200-SHUKEI.
           ADD 1                     TO WS-GK-KENSU
           ADD QTS294-GENMENKNG      TO WS-GK-KNG
      *    表にない理由コードは「その他」（９９）へ寄せる。
           MOVE 5 TO WS-RY-IX
           PERFORM 2210-RIYU-SEARCH
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
           ADD 1                     TO WS-RY-KENSU(WS-RY-IX)
           ADD QTS294-GENMENKNG      TO WS-RY-KNG(WS-RY-IX)
           MOVE ZERO TO WS-HIT-IX
           PERFORM 2220-SK-SEARCH
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SK-CNT OR WS-HIT-IX > ZERO
           IF  WS-HIT-IX = ZERO
               IF  WS-SK-CNT >= WS-SK-MAX
                   DISPLAY "QTS294R: SHUKEI TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SK-CNT
               MOVE WS-SK-CNT TO WS-HIT-IX
               MOVE QTS294-MAKERID        TO WS-SK-MAKERID(WS-HIT-IX)
               MOVE QTS294-GENMENRIYU     TO WS-SK-RIYU(WS-HIT-IX)
               MOVE QTS294-GENMENSHUBETSU TO WS-SK-SHUBETSU(WS-HIT-IX)
           END-IF
           ADD 1                     TO WS-SK-KENSU(WS-HIT-IX)
           ADD QTS294-GENMENKNG      TO WS-SK-KNG(WS-HIT-IX).

       2210-RIYU-SEARCH.
           IF  WS-RY-CD(WS-IX) = QTS294-GENMENRIYU
               MOVE WS-IX TO WS-RY-IX
           END-IF.

       2220-SK-SEARCH.
           IF  WS-SK-MAKERID(WS-IX)  = QTS294-MAKERID
           AND WS-SK-RIYU(WS-IX)     = QTS294-GENMENRIYU
           AND WS-SK-SHUBETSU(WS-IX) = QTS294-GENMENSHUBETSU
               MOVE WS-IX TO WS-HIT-IX
           END-IF.

      * 起票者別の明細集計、減免理由別合計、全体合計の順に出す。
       3000-PRINT-SHUKEI.
           MOVE SPACES TO GENMEN-RPT-LINE
           WRITE GENMEN-RPT-LINE
           MOVE "KIHYOU/RIYU/SHUBETSU/KENSU/KINGAKU"
               TO GENMEN-RPT-LINE
           WRITE GENMEN-RPT-LINE
           PERFORM 3100-PRINT-SK
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > WS-SK-CNT
           MOVE SPACES TO GENMEN-RPT-LINE
           WRITE GENMEN-RPT-LINE
           PERFORM 3200-PRINT-RIYU
               VARYING WS-RY-IX FROM 1 BY 1 UNTIL WS-RY-IX > 5
           MOVE SPACES                 TO WS-SHUKEI-LINE
           MOVE "GOKEI"                TO WS-SL-MAKERID
           MOVE WS-GK-KENSU            TO WS-SL-KENSU
           MOVE WS-GK-KNG              TO WS-SL-KNG
           MOVE WS-SHUKEI-LINE         TO GENMEN-RPT-LINE
           WRITE GENMEN-RPT-LINE
           MOVE SPACES TO GENMEN-RPT-LINE
           STRING "KYAKKA=" WS-GK-KYAKKA
                  " HANEIFUKA=" WS-GK-FUKA
               DELIMITED BY SIZE INTO GENMEN-RPT-LINE
           END-STRING
           WRITE GENMEN-RPT-LINE.

       3100-PRINT-SK.
           MOVE WS-SK-MAKERID(WS-IX)   TO WS-SL-MAKERID
           MOVE WS-SK-RIYU(WS-IX)      TO WS-SL-RIYU
           MOVE WS-SK-SHUBETSU(WS-IX)  TO WS-SL-SHUBETSU
           MOVE WS-SK-KENSU(WS-IX)     TO WS-SL-KENSU
           MOVE WS-SK-KNG(WS-IX)       TO WS-SL-KNG
           MOVE WS-SHUKEI-LINE         TO GENMEN-RPT-LINE
           WRITE GENMEN-RPT-LINE.

       3200-PRINT-RIYU.
           MOVE SPACES                 TO WS-SHUKEI-LINE
           MOVE "RIYU"                 TO WS-SL-MAKERID
           MOVE WS-RY-CD(WS-RY-IX)     TO WS-SL-RIYU
           MOVE WS-RY-KENSU(WS-RY-IX)  TO WS-SL-KENSU
           MOVE WS-RY-KNG(WS-RY-IX)    TO WS-SL-KNG
           MOVE WS-SHUKEI-LINE         TO GENMEN-RPT-LINE
           WRITE GENMEN-RPT-LINE.

       9000-TERMINATE.
           DISPLAY "QTS294R: NENGETU=" WS-NENGETU
                   " KENSU=" WS-GK-KENSU
                   " KINGAKU=" WS-GK-KNG
                   " KYAKKA=" WS-GK-KYAKKA
                   " FUKA=" WS-GK-FUKA
           CLOSE GENMEN-PARAM
           CLOSE QTS294-CTLFILE
           CLOSE GENMEN-RPTFILE.
