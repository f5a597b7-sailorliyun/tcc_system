      *8...........2.........3.........4.........5........6........7.........8
      *    QTS296B
      ****************************************************************
      *                入金充当（入金分解）バッチ                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    未分解（分解日ゼロ）の入金計上（QTS090）を、当該会員の
      *    請求済で未充当残のある入金分解（QTS100）へ充当する。
      *    明細は請求年月の古い順に充てる。明細の中の費目の順序と
      *    費目別の上限額は、入金充当順序テーブル（QTS296）から明細
      *    のローン種別・入金経路・入金日で採った行に従う。充当後は
      *    入金計上の分解日を立て、入金別の充当内訳をリストへ出す。
      *    充て切れない残は過入金としてリストに示す（返金はQTS191B
      *    の候補抽出に委ねる）。抗弁の接続で支払停止中の明細へは
      *    充当しない。団信保険金・代位弁済の入金は各処理（QTS251B・
      *    QTS142B）で債権を精算済のため、分解日のみ立てる。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS296B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
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
           SELECT  JUTO-LIST       ASSIGN TO "QTS296LS"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS296-JUNITBL.
       01  QTS296-REC.
           COPY QTS296 REPLACING ==()== BY ==QTS296==.
       FD  QTS295-KOUBEN.
       01  QTS295-REC.
           COPY QTS295 REPLACING ==()== BY ==QTS295==.
       FD  JUTO-LIST.
       01  JUTO-LIST-LINE              PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS090-STATUS        PIC X(02).
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
       01  WS-NOW-TIME             PIC 9(06).
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
             07  WS-LN-MEISAI      PIC 9(07).
             07  WS-LN-TUUBAN      PIC 9(09).
             07  WS-LN-NENGETU     PIC 9(06).
             07  WS-LN-LOAN        PIC 9(05).
             07  WS-LN-DONE        PIC X(01).
             07  WS-LN-ZAN         OCCURS 5  PIC S9(11).
             07  WS-LN-JTO         OCCURS 5  PIC S9(11).
      * 当該入金の充当状況
       01  WS-NYUKIN-NENGETU       PIC 9(06).
       01  WS-NOKORI               PIC S9(11).
       01  WS-JTO-KNG              PIC S9(11).
       01  WS-JOGEN-ZAN            PIC S9(11).
       01  WS-HM-TBL.
           05  WS-HM-JTO           OCCURS 5      PIC S9(11).
       01  WS-JTO-GOUKEI           PIC S9(11).
       01  WS-TESU-ZAN             PIC S9(11).
       01  WS-JUTO-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-MEISAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAJOU-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SEISAN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KOUBEN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-JUTO-TOTAL           PIC S9(13)    VALUE ZERO.
       01  WS-KAJOU-TOTAL          PIC S9(13)    VALUE ZERO.
       01  WS-LIST-LINE.
           05  WS-LS-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-TUUBAN        PIC 9(09).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-KEIRO         PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-KNG           PIC ----------9.
           05  WS-LS-HIMOKU        OCCURS 5.
             07  FILLER            PIC X(01)     VALUE SPACES.
             07  WS-LS-JTO         PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-KAJOU         PIC ----------9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NYUKIN THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O    QTS090-NYUKIN
           OPEN I-O    QTS100-BUNKAI
           OPEN INPUT  QTS296-JUNITBL
           OPEN INPUT  QTS295-KOUBEN
           OPEN OUTPUT JUTO-LIST
           PERFORM 1100-LOAD-JUNI
           CLOSE QTS296-JUNITBL
           READ QTS090-NYUKIN
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
                   DISPLAY "QTS296B: JUNI TABLE OVERFLOW"
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

      * 未分解の入金を１件ずつ充当する。
       2000-PROCESS-NYUKIN.
           IF  QTS090-BUNKAIBI NOT = ZERO
           OR  QTS090-KNG NOT > ZERO
               GO TO 2000-NEXT
           END-IF
           IF  QTS090-NYUKINKEIRO = "7" OR "8"
               ADD 1 TO WS-SEISAN-COUNT
               GO TO 2000-KOUSHIN
           END-IF
           MOVE QTS090-NYUKINBI(1:6) TO WS-NYUKIN-NENGETU
           MOVE QTS090-NYUKINBI      TO WS-KIJUN-YMD
           MOVE QTS090-KNG           TO WS-NOKORI
           MOVE ZERO TO WS-HM-JTO(1) WS-HM-JTO(2) WS-HM-JTO(3)
                        WS-HM-JTO(4) WS-HM-JTO(5)
           PERFORM 3000-LOAD-MEISAI
           PERFORM 3300-JUTO-MEISAI THRU 3300-EXIT
               UNTIL WS-NOKORI = ZERO
                  OR WS-PICK-IX = ZERO
           PERFORM 4000-UPDATE-BUNKAI
               VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > WS-LN-MAX
           ADD 1 TO WS-JUTO-COUNT
           COMPUTE WS-JUTO-TOTAL =
               WS-JUTO-TOTAL + QTS090-KNG - WS-NOKORI
           IF  WS-NOKORI > ZERO
               ADD 1 TO WS-KAJOU-COUNT
               ADD WS-NOKORI TO WS-KAJOU-TOTAL
           END-IF
           PERFORM 5000-WRITE-LIST.

       2000-KOUSHIN.
           MOVE WS-TODAY             TO QTS090-BUNKAIBI
           MOVE WS-TODAY             TO QTS090-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS090-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS090-SVRKOUSHINYMD
           REWRITE QTS090-REC.

       2000-NEXT.
           READ QTS090-NYUKIN
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      * 会員の入金分解のうち、入金月以前に請求済で未充当残のある
      * 明細を費目別残高とともに読み込む。
       3000-LOAD-MEISAI.
           MOVE ZERO TO WS-LN-MAX
           MOVE 1    TO WS-PICK-IX
           MOVE "N"  TO WS-SCAN-EOF-SW
           MOVE QTS090-PRMKIGYOUCD     TO QTS100-PRMKIGYOUCD
           MOVE QTS090-PRMSUBRANJEKEY  TO QTS100-PRMSUBRANJIKEY
           MOVE QTS090-PRMNAIBUKAIINNO TO QTS100-PRMNAIBUKAIINNO
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
           IF  QTS100-PRMKIGYOUCD     NOT = QTS090-PRMKIGYOUCD
           OR  QTS100-PRMSUBRANJIKEY  NOT = QTS090-PRMSUBRANJEKEY
           OR  QTS100-PRMNAIBUKAIINNO NOT = QTS090-PRMNAIBUKAIINNO
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
               ADD 1 TO WS-KOUBEN-COUNT
               GO TO 3100-EXIT
           END-IF
           IF  WS-LN-MAX >= 300
               DISPLAY "QTS296B: MEISAI TABLE OVERFLOW "
                       QTS100-PRMNAIBUKAIINNO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LN-MAX
           MOVE WS-LN-MAX TO WS-LX
           MOVE QTS100-PRMNYUKINMEISAI TO WS-LN-MEISAI(WS-LX)
           MOVE QTS100-PRMSHORITUUBAN  TO WS-LN-TUUBAN(WS-LX)
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
           END-IF
           MOVE ZERO TO WS-LN-JTO(WS-LX WS-HX).

      * 分解レコードの元になった利用明細（入金明細番号、割賦の
      * 各回は残明細伝票の取引通番）で抗弁の接続を引く。
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

      * 未処理の明細のうち請求年月の最も古いもの（同月はキー順）を
      * 選び、その明細の充当順位に従って費目ごとに充てる。
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

      * 明細のローン種別と入金経路に対し、入金日時点で有効な行の
      * うち最も具体的なもの（同じ具体度なら適用開始日の新しい
      * もの）を採る。具体度 1:種別＋経路 2:種別のみ 3:経路のみ
      * 4:共通。該当が無ければ従来の順序とする。
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
           IF  WS-RL-KEIRO(WS-RX) NOT = QTS090-NYUKINKEIRO
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

      * 充当額は入金残・費目残・上限額の残（当該入金でその費目へ
      * 既に充てた額を除く）のうち最小の額とする。
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
           ADD      WS-JTO-KNG TO   WS-LN-JTO(WS-PICK-IX WS-HX)
           ADD      WS-JTO-KNG TO   WS-HM-JTO(WS-HX)
           SUBTRACT WS-JTO-KNG FROM WS-NOKORI.

       3500-EXIT.
           EXIT.

      * 充当のあった明細へ充当額を反映する。手数料は７－６、１－６
      * の順に落とす。
       4000-UPDATE-BUNKAI.
           COMPUTE WS-JTO-GOUKEI =
               WS-LN-JTO(WS-LX 1) + WS-LN-JTO(WS-LX 2)
               + WS-LN-JTO(WS-LX 3) + WS-LN-JTO(WS-LX 4)
               + WS-LN-JTO(WS-LX 5)
           IF  WS-JTO-GOUKEI > ZERO
               MOVE QTS090-PRMKIGYOUCD     TO QTS100-PRMKIGYOUCD
               MOVE QTS090-PRMSUBRANJEKEY  TO QTS100-PRMSUBRANJIKEY
               MOVE QTS090-PRMNAIBUKAIINNO TO QTS100-PRMNAIBUKAIINNO
               MOVE WS-LN-MEISAI(WS-LX)    TO QTS100-PRMNYUKINMEISAI
               MOVE WS-LN-TUUBAN(WS-LX)    TO QTS100-PRMSHORITUUBAN
               READ QTS100-BUNKAI
                   INVALID KEY
                       DISPLAY "QTS296B: BUNKAI NOT FOUND "
                               QTS100-PRM
                   NOT INVALID KEY
                       PERFORM 4100-APPLY-JUTO
                       REWRITE QTS100-REC
                       ADD 1 TO WS-MEISAI-COUNT
               END-READ
           END-IF.

       4100-APPLY-JUTO.
           SUBTRACT WS-LN-JTO(WS-LX 1) FROM QTS100-JTJSONGAIKIN
           SUBTRACT WS-LN-JTO(WS-LX 2) FROM QTS100-JTJMODOSIRISOKU
           SUBTRACT WS-LN-JTO(WS-LX 3) FROM QTS100-JTJJIMTESURYOU
           ADD      WS-LN-JTO(WS-LX 3) TO   QTS100-JTMJIMTESURYO
           MOVE WS-LN-JTO(WS-LX 4)     TO WS-TESU-ZAN
           IF  WS-TESU-ZAN > QTS100-JTJTESURYOU76
           AND QTS100-JTJTESURYOU76 > ZERO
               SUBTRACT QTS100-JTJTESURYOU76 FROM WS-TESU-ZAN
               MOVE ZERO TO QTS100-JTJTESURYOU76
           ELSE
               IF  QTS100-JTJTESURYOU76 > ZERO
                   SUBTRACT WS-TESU-ZAN FROM QTS100-JTJTESURYOU76
                   MOVE ZERO TO WS-TESU-ZAN
               END-IF
           END-IF
           SUBTRACT WS-TESU-ZAN        FROM QTS100-JTJTESURYOU16
           ADD      WS-LN-JTO(WS-LX 4) TO   QTS100-JTMTESURYO
           SUBTRACT WS-LN-JTO(WS-LX 5) FROM QTS100-JTJGENPON
           ADD      WS-LN-JTO(WS-LX 5) TO   QTS100-JTMGENPON
           MOVE QTS090-NYUKINBI        TO QTS100-JTMNYUKINBI
           MOVE WS-TODAY               TO QTS100-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS100-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS100-SVRKOUSHINYMD.

       5000-WRITE-LIST.
           MOVE QTS090-PRMNAIBUKAIINNO TO WS-LS-KAIINNO
           MOVE QTS090-PRMKEIJYOUTUUBAN TO WS-LS-TUUBAN
           MOVE QTS090-NYUKINKEIRO     TO WS-LS-KEIRO
           MOVE QTS090-KNG             TO WS-LS-KNG
           PERFORM 5100-EDIT-HIMOKU
               VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > 5
           MOVE WS-NOKORI              TO WS-LS-KAJOU
           MOVE WS-LIST-LINE           TO JUTO-LIST-LINE
           WRITE JUTO-LIST-LINE.

       5100-EDIT-HIMOKU.
           MOVE WS-HM-JTO(WS-HX)       TO WS-LS-JTO(WS-HX).

       9000-TERMINATE.
           DISPLAY "QTS296B: JUTO=" WS-JUTO-COUNT
                   " MEISAI=" WS-MEISAI-COUNT
                   " KAJOU=" WS-KAJOU-COUNT
                   " SEISANZUMI=" WS-SEISAN-COUNT
                   " KOUBEN-JOGAI=" WS-KOUBEN-COUNT
           DISPLAY "QTS296B: JUTOGAKU=" WS-JUTO-TOTAL
                   " KAJOUGAKU=" WS-KAJOU-TOTAL
           CLOSE QTS090-NYUKIN
           CLOSE QTS100-BUNKAI
           CLOSE QTS295-KOUBEN
           CLOSE JUTO-LIST.
