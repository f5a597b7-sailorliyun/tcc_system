      *8...........2.........3.........4.........5........6........7.........8
      *    QTS296R
      ****************************************************************
      *                入金充当シミュレーション                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員・入金経路・入金額・入金日を指定した仮の入金を、入金
      *    日時点で有効な充当順序（現行）と、改定案の適用開始日時点
      *    で有効な充当順序（改定案）の両方で当該会員の入金分解へ
      *    充てた場合の費目別充当額を並べて出力する。改定案日付が
      *    ゼロのときは登録済の最新行で比較する。充当の方法は入金
      *    充当（QTS296B）と同じであり、ファイルは更新しない。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS296R.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SIM-PARM        ASSIGN TO "QTS296PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS100-PRM
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS296-JUNITBL  ASSIGN TO "QTS296"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS296-PRM
                   FILE STATUS IS WS-QTS296-STATUS.
           SELECT  QTS295-KOUBEN   ASSIGN TO "QTS295"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS295-SEG
                   FILE STATUS IS WS-QTS295-STATUS.
           SELECT  SIM-LIST        ASSIGN TO "QTS296RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SIM-PARM.
       01  SIM-REC.
           05  SIM-KIGYOUCD            PIC 9(04).
           05  SIM-SUBRANJIKEY         PIC 9(04).
           05  SIM-NAIBUKAIINNO        PIC 9(08).
           05  SIM-NYUKINKEIRO         PIC X(01).
           05  SIM-KNG                 PIC 9(11).
           05  SIM-NYUKINBI            PIC 9(08).
      *        ゼロ:当日
           05  SIM-TEIANYMD            PIC 9(08).
      *        ゼロ:登録済の最新行
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS296-JUNITBL.
       01  QTS296-REC.
           COPY QTS296 REPLACING ==()== BY ==QTS296==.
       FD  QTS295-KOUBEN.
       01  QTS295-REC.
           COPY QTS295 REPLACING ==()== BY ==QTS295==.
       FD  SIM-LIST.
       01  SIM-LIST-LINE               PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS296-STATUS        PIC X(02).
       01  WS-QTS295-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-KOUBEN-SW            PIC X(01).
           88  WS-KOUBEN-CHU                     VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-SIM-COUNT            PIC 9(07)     VALUE ZERO.
      * 入金充当順序テーブル（全行を読み込んで引く）
       01  WS-RX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-RL-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-RL-TBL.
           05  WS-RL-ENT           OCCURS 500.
             07  WS-RL-LOAN        PIC 9(05).
             07  WS-RL-KEIRO       PIC X(01).
             07  WS-RL-YUKO        PIC 9(08).
             07  WS-RL-JUTO        OCCURS 5.
               09  WS-RL-HIMOKU    PIC X(01).
               09  WS-RL-JOGEN     PIC 9(09).
      * 明細に適用する充当順位（採用行の写し、無ければ従来順）
       01  WS-JX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-KIJUN-YMD            PIC 9(08).
       01  WS-BEST-IX              PIC 9(03)     VALUE ZERO  COMP.
       01  WS-BEST-LVL             PIC 9(01).
       01  WS-BEST-YMD             PIC 9(08).
       01  WS-LVL                  PIC 9(01).
       01  WS-JUNI-TBL.
           05  WS-JUNI             OCCURS 5.
             07  WS-JN-HIMOKU      PIC X(01).
             07  WS-JN-JOGEN       PIC 9(09).
      * 会員の充当対象明細（請求済・未充当残あり）
      *   費目 1:遅延損害金 2:戻し利息 3:事務手数料 4:手数料 5:元本
       01  WS-LX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-LN-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-PICK-IX              PIC 9(03)     VALUE ZERO  COMP.
       01  WS-LN-TBL.
           05  WS-LN-ENT           OCCURS 300.
             07  WS-LN-LOAN        PIC 9(05).
             07  WS-LN-NENGETU     PIC 9(06).
             07  WS-LN-DONE        PIC X(01).
             07  WS-LN-ZAN         OCCURS 5  PIC S9(11).
      * 仮入金の充当状況
       01  WS-NYUKIN-NENGETU       PIC 9(06).
       01  WS-NOKORI               PIC S9(11).
       01  WS-JTO-KNG              PIC S9(11).
       01  WS-JOGEN-ZAN            PIC S9(11).
       01  WS-HM-TBL.
           05  WS-HM-JTO           OCCURS 5      PIC S9(11).
      * 比較結果 1:現行 2:改定案
       01  WS-KX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-KEKKA-TBL.
           05  WS-KEKKA            OCCURS 2.
             07  WS-KK-JTO         OCCURS 5  PIC S9(11).
             07  WS-KK-KAJOU       PIC S9(11).
       01  WS-HIMOKU-NAMES.
           05  FILLER              PIC X(16) VALUE "遅延損害金".
           05  FILLER              PIC X(16) VALUE "戻し利息".
           05  FILLER              PIC X(16) VALUE "事務手数料".
           05  FILLER              PIC X(16) VALUE "手数料".
           05  FILLER              PIC X(16) VALUE "元本".
       01  WS-HIMOKU-NAME-TBL      REDEFINES WS-HIMOKU-NAMES.
           05  WS-HIMOKU-NAME      OCCURS 5      PIC X(16).
       01  WS-HEAD-LINE.
           05  FILLER              PIC X(08)     VALUE "KAIIN=".
           05  WS-HD-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(08)     VALUE " KEIRO=".
           05  WS-HD-KEIRO         PIC X(01).
           05  FILLER              PIC X(06)     VALUE " KNG=".
           05  WS-HD-KNG           PIC ZZZZZZZZZZ9.
           05  FILLER              PIC X(10)     VALUE " NYUKINBI=".
           05  WS-HD-NYUKINBI      PIC 9(08).
           05  FILLER              PIC X(08)     VALUE " TEIAN=".
           05  WS-HD-TEIANYMD      PIC 9(08).
       01  WS-DTL-LINE.
           05  WS-DT-NAME          PIC X(16).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-DT-GENKOU        PIC ----------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-DT-TEIAN         PIC ----------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-DT-SAGAKU        PIC ----------9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SIM
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  SIM-PARM
           OPEN INPUT  QTS100-BUNKAI
           OPEN INPUT  QTS296-JUNITBL
           OPEN INPUT  QTS295-KOUBEN
           OPEN OUTPUT SIM-LIST
           PERFORM 1100-LOAD-JUNI
           CLOSE QTS296-JUNITBL
           READ SIM-PARM
               AT END SET WS-EOF TO TRUE
           END-READ.

       1100-LOAD-JUNI.
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM 1110-READ-JUNI UNTIL WS-SCAN-EOF.

       1110-READ-JUNI.
           READ QTS296-JUNITBL NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  WS-RL-MAX >= 500
                   DISPLAY "QTS296R: JUNI TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RL-MAX
               MOVE QTS296-PRMLOANSHUBETSU TO WS-RL-LOAN(WS-RL-MAX)
               MOVE QTS296-PRMNYUKINKEIRO  TO WS-RL-KEIRO(WS-RL-MAX)
               MOVE QTS296-PRMYUKOKAISHI   TO WS-RL-YUKO(WS-RL-MAX)
               PERFORM 1120-SET-JUNI
                   VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 5
           END-IF.

       1120-SET-JUNI.
           MOVE QTS296-JUTOHIMOKU(WS-JX)
               TO WS-RL-HIMOKU(WS-RL-MAX WS-JX)
           MOVE QTS296-JUTOJOGEN(WS-JX)
               TO WS-RL-JOGEN(WS-RL-MAX WS-JX).

      * 指定１件ごとに現行・改定案の２通りで充当し、比較を出力する。
       2000-PROCESS-SIM.
           IF  SIM-NYUKINBI = ZERO
               MOVE WS-TODAY TO SIM-NYUKINBI
           END-IF
           IF  SIM-TEIANYMD = ZERO
               MOVE 99999999 TO SIM-TEIANYMD
           END-IF
           MOVE SIM-NYUKINBI(1:6) TO WS-NYUKIN-NENGETU
           MOVE 1 TO WS-KX
           MOVE SIM-NYUKINBI TO WS-KIJUN-YMD
           PERFORM 2100-SIMULATE
           MOVE 2 TO WS-KX
           MOVE SIM-TEIANYMD TO WS-KIJUN-YMD
           PERFORM 2100-SIMULATE
           PERFORM 5000-WRITE-LIST
           ADD 1 TO WS-SIM-COUNT
           READ SIM-PARM
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-SIMULATE.
           MOVE SIM-KNG TO WS-NOKORI
           MOVE ZERO TO WS-HM-JTO(1) WS-HM-JTO(2) WS-HM-JTO(3)
                        WS-HM-JTO(4) WS-HM-JTO(5)
           PERFORM 3000-LOAD-MEISAI
           PERFORM 3300-JUTO-MEISAI THRU 3300-EXIT
               UNTIL WS-NOKORI = ZERO
                  OR WS-PICK-IX = ZERO
           PERFORM 2110-SAVE-KEKKA
               VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
           MOVE WS-NOKORI TO WS-KK-KAJOU(WS-KX).

       2110-SAVE-KEKKA.
           MOVE WS-HM-JTO(WS-HX) TO WS-KK-JTO(WS-KX WS-HX).

      * 明細の読込み・充当の方法はQTS296Bと同じ。
       3000-LOAD-MEISAI.
           MOVE ZERO TO WS-LN-MAX
           MOVE 1    TO WS-PICK-IX
           MOVE "N"  TO WS-SCAN-EOF-SW
           MOVE SIM-KIGYOUCD           TO QTS100-PRMKIGYOUCD
           MOVE SIM-SUBRANJIKEY        TO QTS100-PRMSUBRANJIKEY
           MOVE SIM-NAIBUKAIINNO       TO QTS100-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS100-PRMNYUKINMEISAI
           MOVE ZERO                   TO QTS100-PRMSHORITUUBAN
           START QTS100-BUNKAI KEY >= QTS100-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3100-READ-MEISAI THRU 3100-EXIT
               UNTIL WS-SCAN-EOF.

       3100-READ-MEISAI.
           READ QTS100-BUNKAI NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF  QTS100-PRMKIGYOUCD     NOT = SIM-KIGYOUCD
           OR  QTS100-PRMSUBRANJIKEY  NOT = SIM-SUBRANJIKEY
           OR  QTS100-PRMNAIBUKAIINNO NOT = SIM-NAIBUKAIINNO
               SET WS-SCAN-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF  QTS100-SEIKYUNENGETU > WS-NYUKIN-NENGETU
               GO TO 3100-EXIT
           END-IF
           IF  QTS100-JTJSONGAIKIN    NOT > ZERO
           AND QTS100-JTJMODOSIRISOKU NOT > ZERO
           AND QTS100-JTJJIMTESURYOU  NOT > ZERO
           AND QTS100-JTJTESURYOU76   NOT > ZERO
           AND QTS100-JTJTESURYOU16   NOT > ZERO
           AND QTS100-JTJGENPON       NOT > ZERO
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-CHECK-KOUBEN
           IF  WS-KOUBEN-CHU
               GO TO 3100-EXIT
           END-IF
           IF  WS-LN-MAX >= 300
               DISPLAY "QTS296R: MEISAI TABLE OVERFLOW "
                       QTS100-PRMNAIBUKAIINNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LN-MAX
           MOVE WS-LN-MAX TO WS-LX
           MOVE QTS100-SEIKYUNENGETU   TO WS-LN-NENGETU(WS-LX)
           MOVE QTS100-LOANSHUBETSU    TO WS-LN-LOAN(WS-LX)
           MOVE "N"                    TO WS-LN-DONE(WS-LX)
           MOVE QTS100-JTJSONGAIKIN    TO WS-LN-ZAN(WS-LX 1)
           MOVE QTS100-JTJMODOSIRISOKU TO WS-LN-ZAN(WS-LX 2)
           MOVE QTS100-JTJJIMTESURYOU  TO WS-LN-ZAN(WS-LX 3)
           COMPUTE WS-LN-ZAN(WS-LX 4) =
               QTS100-JTJTESURYOU76 + QTS100-JTJTESURYOU16
           MOVE QTS100-JTJGENPON       TO WS-LN-ZAN(WS-LX 5)
           PERFORM 3110-CLEAR-ZAN
               VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5.

       3100-EXIT.
           EXIT.

       3110-CLEAR-ZAN.
           IF  WS-LN-ZAN(WS-LX WS-HX) < ZERO
               MOVE ZERO TO WS-LN-ZAN(WS-LX WS-HX)
           END-IF.

       3200-CHECK-KOUBEN.
           MOVE "N" TO WS-KOUBEN-SW
           MOVE QTS100-PRMKIGYOUCD     TO QTS295-PRMKIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO QTS295-PRMSUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO QTS295-PRMNAIBUKAIINNO
           MOVE QTS100-PRMNYUKINMEISAI TO QTS295-PRMTORIHIKINO
           PERFORM 3210-READ-KOUBEN
           IF  NOT WS-KOUBEN-CHU
           AND QTS100-ZANMEISAIDENPYOU NOT = ZERO
           AND QTS100-ZANMEISAIDENPYOU NOT = QTS100-PRMNYUKINMEISAI
               MOVE QTS100-ZANMEISAIDENPYOU TO QTS295-PRMTORIHIKINO
               PERFORM 3210-READ-KOUBEN
           END-IF.

       3210-READ-KOUBEN.
           READ QTS295-KOUBEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS295-KOUBENSTS = "1" OR "3"
                       SET WS-KOUBEN-CHU TO TRUE
                   END-IF
           END-READ.

       3300-JUTO-MEISAI.
           MOVE ZERO TO WS-PICK-IX
           PERFORM 3310-PICK-MEISAI
               VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LN-MAX
           IF  WS-PICK-IX = ZERO
               GO TO 3300-EXIT
           END-IF
           MOVE "Y" TO WS-LN-DONE(WS-PICK-IX)
           PERFORM 3400-FIND-JUNI
           PERFORM 3500-JUTO-HIMOKU THRU 3500-EXIT
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > 5 OR WS-NOKORI = ZERO.

       3300-EXIT.
           EXIT.

       3310-PICK-MEISAI.
           IF  WS-LN-DONE(WS-LX) = "N"
               IF  WS-PICK-IX = ZERO
                   MOVE WS-LX TO WS-PICK-IX
               ELSE
                   IF  WS-LN-NENGETU(WS-LX)
                           < WS-LN-NENGETU(WS-PICK-IX)
                       MOVE WS-LX TO WS-PICK-IX
                   END-IF
               END-IF
           END-IF.

       3400-FIND-JUNI.
           MOVE ZERO TO WS-BEST-IX
           MOVE 9    TO WS-BEST-LVL
           MOVE ZERO TO WS-BEST-YMD
           PERFORM 3410-CHECK-JUNI THRU 3410-EXIT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > WS-RL-MAX
           IF  WS-BEST-IX = ZERO
               MOVE "1" TO WS-JN-HIMOKU(1)
               MOVE "2" TO WS-JN-HIMOKU(2)
               MOVE "3" TO WS-JN-HIMOKU(3)
               MOVE "4" TO WS-JN-HIMOKU(4)
               MOVE "5" TO WS-JN-HIMOKU(5)
               MOVE ZERO TO WS-JN-JOGEN(1) WS-JN-JOGEN(2)
                            WS-JN-JOGEN(3) WS-JN-JOGEN(4)
                            WS-JN-JOGEN(5)
           ELSE
               PERFORM 3420-COPY-JUNI
                   VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 5
           END-IF.

       3410-CHECK-JUNI.
           IF  WS-RL-YUKO(WS-RX) > WS-KIJUN-YMD
               GO TO 3410-EXIT
           END-IF
           IF  WS-RL-LOAN(WS-RX) NOT = WS-LN-LOAN(WS-PICK-IX)
           AND WS-RL-LOAN(WS-RX) NOT = ZERO
               GO TO 3410-EXIT
           END-IF
           IF  WS-RL-KEIRO(WS-RX) NOT = SIM-NYUKINKEIRO
           AND WS-RL-KEIRO(WS-RX) NOT = SPACE
               GO TO 3410-EXIT
           END-IF
           MOVE 1 TO WS-LVL
           IF  WS-RL-KEIRO(WS-RX) = SPACE
               ADD 1 TO WS-LVL
           END-IF
           IF  WS-RL-LOAN(WS-RX) = ZERO
               ADD 2 TO WS-LVL
           END-IF
           IF  WS-LVL < WS-BEST-LVL
           OR (WS-LVL = WS-BEST-LVL
               AND WS-RL-YUKO(WS-RX) > WS-BEST-YMD)
               MOVE WS-RX              TO WS-BEST-IX
               MOVE WS-LVL             TO WS-BEST-LVL
               MOVE WS-RL-YUKO(WS-RX)  TO WS-BEST-YMD
           END-IF.

       3410-EXIT.
           EXIT.

       3420-COPY-JUNI.
           MOVE WS-RL-HIMOKU(WS-BEST-IX WS-JX) TO WS-JN-HIMOKU(WS-JX)
           MOVE WS-RL-JOGEN(WS-BEST-IX WS-JX)  TO WS-JN-JOGEN(WS-JX).

       3500-JUTO-HIMOKU.
           IF  WS-JN-HIMOKU(WS-JX) = SPACE
               GO TO 3500-EXIT
           END-IF
           MOVE WS-JN-HIMOKU(WS-JX) TO WS-HX
           MOVE WS-LN-ZAN(WS-PICK-IX WS-HX) TO WS-JTO-KNG
           IF  WS-JTO-KNG > WS-NOKORI
               MOVE WS-NOKORI TO WS-JTO-KNG
           END-IF
           IF  WS-JN-JOGEN(WS-JX) > ZERO
               COMPUTE WS-JOGEN-ZAN =
                   WS-JN-JOGEN(WS-JX) - WS-HM-JTO(WS-HX)
               IF  WS-JOGEN-ZAN < WS-JTO-KNG
                   MOVE WS-JOGEN-ZAN TO WS-JTO-KNG
               END-IF
           END-IF
           IF  WS-JTO-KNG NOT > ZERO
               GO TO 3500-EXIT
           END-IF
           SUBTRACT WS-JTO-KNG FROM WS-LN-ZAN(WS-PICK-IX WS-HX)
           ADD      WS-JTO-KNG TO   WS-HM-JTO(WS-HX)
           SUBTRACT WS-JTO-KNG FROM WS-NOKORI.

       3500-EXIT.
           EXIT.

      * 費目ごとに現行・改定案・差額（改定案－現行）を並べる。
       5000-WRITE-LIST.
           MOVE SIM-NAIBUKAIINNO       TO WS-HD-KAIINNO
           MOVE SIM-NYUKINKEIRO        TO WS-HD-KEIRO
           MOVE SIM-KNG                TO WS-HD-KNG
           MOVE SIM-NYUKINBI           TO WS-HD-NYUKINBI
           MOVE SIM-TEIANYMD           TO WS-HD-TEIANYMD
           MOVE WS-HEAD-LINE           TO SIM-LIST-LINE
           WRITE SIM-LIST-LINE
           PERFORM 5100-WRITE-HIMOKU
               VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
           MOVE "過入金"               TO WS-DT-NAME
           MOVE WS-KK-KAJOU(1)         TO WS-DT-GENKOU
           MOVE WS-KK-KAJOU(2)         TO WS-DT-TEIAN
           COMPUTE WS-DT-SAGAKU = WS-KK-KAJOU(2) - WS-KK-KAJOU(1)
           MOVE WS-DTL-LINE            TO SIM-LIST-LINE
           WRITE SIM-LIST-LINE.

       5100-WRITE-HIMOKU.
           MOVE WS-HIMOKU-NAME(WS-HX)  TO WS-DT-NAME
           MOVE WS-KK-JTO(1 WS-HX)     TO WS-DT-GENKOU
           MOVE WS-KK-JTO(2 WS-HX)     TO WS-DT-TEIAN
           COMPUTE WS-DT-SAGAKU =
               WS-KK-JTO(2 WS-HX) - WS-KK-JTO(1 WS-HX)
           MOVE WS-DTL-LINE            TO SIM-LIST-LINE
           WRITE SIM-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS296R: SIMULATION=" WS-SIM-COUNT
           CLOSE SIM-PARM
           CLOSE QTS100-BUNKAI
           CLOSE QTS295-KOUBEN
           CLOSE SIM-LIST.
