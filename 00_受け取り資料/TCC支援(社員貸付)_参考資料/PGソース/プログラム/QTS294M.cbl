      *8...........2.........3.........4.........5........6........7.........8
      *    QTS294M
      ****************************************************************
      *      手数料・遅延損害金減免 起票・承認（メーカーチェッカー）*
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    督促・コールセンタ担当者が好意・和解として合意した遅延
      *    損害金・手数料・年会費の減免は、依頼として起票し、別の
      *    オペレータが承認した場合のみ入金分解（QTS100）の該当残
      *    を減額して総勘定仕訳（借方６９０減免損／貸方１３０）を起
      *    票する。相殺用の調整入金による減額は行わない。
      *    減免対象の残は種別により次のとおり。
      *      1:遅延損害金  JTJSONGAIKIN
      *      2:手数料      JTJTESURYOU76、不足分をJTJTESURYOU16
      *      3:年会費      年会費明細（伝票種別9001・9003）のJTJGENPON
      *    起票時・承認時とも減免額が残を超える依頼は受け付けず、
      *    承認時に入金等で残が不足した依頼は反映不可（状況８）と
      *    して残す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS294M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  GENMEN-TRANFILE ASSIGN TO "QTS294TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS294-CTLFILE  ASSIGN TO "QTS294"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS294-SEG
                   FILE STATUS IS WS-QTS294-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS100-PRM
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
           SELECT  QTS129-KENGEN   ASSIGN TO "QTS129"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS129-SEG
                   FILE STATUS IS WS-QTS129-STATUS.
           SELECT  QTS133-ROLEKYOKA ASSIGN TO "QTS133"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS133-SEG
                   FILE STATUS IS WS-QTS133-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  GENMEN-TRANFILE.
       01  GENMEN-TRAN-REC.
           05  GMT-ACTIONKBN           PIC X(01).
      *        1:減免依頼起票  3:承認／却下
           05  GMT-PRMIRAINO           PIC 9(08).
           05  GMT-KIGYOUCD            PIC 9(04).
           05  GMT-SUBRANGEKEY         PIC 9(04).
           05  GMT-NAIBUKAIINNO        PIC 9(08).
           05  GMT-NYUKINMEISAI        PIC 9(07).
           05  GMT-SHORITUUBAN         PIC 9(09).
           05  GMT-GENMENSHUBETSU      PIC X(01).
      *        1:遅延損害金  2:手数料  3:年会費
           05  GMT-GENMENRIYU          PIC X(02).
      *        01:好意  02:和解・示談  03:苦情対応  04:当社事務誤り
      *        99:その他
           05  GMT-GENMENKNG           PIC 9(09).
           05  GMT-APPRVKBN            PIC X(01).
      *        1:承認  2:却下
           05  GMT-USERID              PIC X(08).
       FD  QTS294-CTLFILE.
       01  QTS294-REC.
           COPY QTS294 REPLACING ==()== BY ==QTS294==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS230-SIWAKE.
       01  QTS230-REC.
           COPY QTS230 REPLACING ==()== BY ==QTS230==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS294-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-ZAN-OK-SW            PIC X(01).
           88  WS-ZAN-OK                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TAISHO-ZAN           PIC S9(11).
       01  WS-GENMEN-ZAN           PIC 9(09).
       01  WS-SUBMIT-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-APPROVE-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-REJECT-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-FUKA-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-GENMEN-GOKEI         PIC 9(11)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  GENMEN-TRANFILE
           OPEN I-O    QTS294-CTLFILE
           OPEN I-O    QTS100-BUNKAI
           OPEN EXTEND QTS230-SIWAKE
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           READ GENMEN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 減免は一人では反映できない。依頼として起票し、別のオペ
      * レータが承認した場合のみQTS100・QTS230へ反映する。依頼・
      * 承認の経緯は承認管理ファイルへ全件残す。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE GMT-ACTIONKBN
               WHEN "1" PERFORM 3000-MAKER-SUBMIT THRU 3000-EXIT
               WHEN "3" PERFORM 4000-CHECKER-DECIDE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS294M: BAD ACTION " GMT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ GENMEN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * オペレータ権限マスタとロール別取引許可を照合する。未登録・
      * 停止中・当取引の許可なしはすべて拒否とする。
       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE GMT-USERID           TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS294M"       TO QTS133-PRMTRANID
                       READ QTS133-ROLEKYOKA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  QTS133-KYOKAKBN = "1"
                                   SET WS-KENGEN-OK TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ
           IF  NOT WS-KENGEN-OK
               ADD 1 TO WS-KENGEN-NG-COUNT
               DISPLAY "QTS294M: KENGEN NASHI " GMT-USERID
           END-IF.

      * 種別・理由・金額を点検し、対象明細の現在の残で減免できる
      * ものだけを起票する。
       3000-MAKER-SUBMIT.
           IF  GMT-GENMENSHUBETSU NOT = "1" AND "2" AND "3"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS294M: BAD SHUBETSU " GMT-PRMIRAINO
               GO TO 3000-EXIT
           END-IF
           IF  GMT-GENMENRIYU NOT = "01" AND "02" AND "03" AND "04"
                               AND "99"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS294M: BAD RIYU " GMT-PRMIRAINO
               GO TO 3000-EXIT
           END-IF
           IF  GMT-GENMENKNG = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS294M: KINGAKU ZERO " GMT-PRMIRAINO
               GO TO 3000-EXIT
           END-IF
           MOVE GMT-KIGYOUCD         TO QTS100-PRMKIGYOUCD
           MOVE GMT-SUBRANGEKEY      TO QTS100-PRMSUBRANJIKEY
           MOVE GMT-NAIBUKAIINNO     TO QTS100-PRMNAIBUKAIINNO
           MOVE GMT-NYUKINMEISAI     TO QTS100-PRMNYUKINMEISAI
           MOVE GMT-SHORITUUBAN      TO QTS100-PRMSHORITUUBAN
           READ QTS100-BUNKAI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS294M: MEISAI NASHI " GMT-PRMIRAINO
                   GO TO 3000-EXIT
           END-READ
           MOVE GMT-GENMENSHUBETSU   TO QTS294-GENMENSHUBETSU
           MOVE GMT-GENMENKNG        TO QTS294-GENMENKNG
           PERFORM 5100-CHECK-ZAN
           IF  NOT WS-ZAN-OK
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS294M: ZAN FUSOKU " GMT-PRMIRAINO
               GO TO 3000-EXIT
           END-IF
           INITIALIZE QTS294-REC
           MOVE GMT-PRMIRAINO        TO QTS294-PRMIRAINO
           MOVE GMT-KIGYOUCD         TO QTS294-KAIKIGYOUCD
           MOVE GMT-SUBRANGEKEY      TO QTS294-KAISUBRANGEKEY
           MOVE GMT-NAIBUKAIINNO     TO QTS294-KAINAIBUKAIINNO
           MOVE GMT-NYUKINMEISAI     TO QTS294-KAINYUKINMEISAI
           MOVE GMT-SHORITUUBAN      TO QTS294-KAISHORITUUBAN
           MOVE GMT-GENMENSHUBETSU   TO QTS294-GENMENSHUBETSU
           MOVE GMT-GENMENRIYU       TO QTS294-GENMENRIYU
           MOVE GMT-GENMENKNG        TO QTS294-GENMENKNG
           MOVE GMT-USERID           TO QTS294-MAKERID
           MOVE WS-TODAY             TO QTS294-MAKERYMD
           MOVE WS-NOW-TIME          TO QTS294-MAKERTIME
           MOVE SPACES               TO QTS294-APPRVSTATUS
           MOVE WS-TODAY             TO QTS294-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS294-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS294-SVRKOUSHINYMD
           WRITE QTS294-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS294M: IRAI JUUFUKU "
                       GMT-PRMIRAINO
               NOT INVALID KEY
                   ADD 1 TO WS-SUBMIT-COUNT
           END-WRITE.

       3000-EXIT.
           EXIT.

       4000-CHECKER-DECIDE.
           MOVE GMT-PRMIRAINO        TO QTS294-PRMIRAINO
           READ QTS294-CTLFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS294M: IRAI NASHI " GMT-PRMIRAINO
               NOT INVALID KEY
                   IF  QTS294-APPRVSTATUS NOT = SPACES
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS294M: KETTEIZUMI IRAI "
                           GMT-PRMIRAINO
                   ELSE
                       PERFORM 4100-APPLY-DECISION
                   END-IF
           END-READ.

       4100-APPLY-DECISION.
           IF  GMT-USERID = QTS294-MAKERID
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS294M: JIKO SHONIN FUKA "
                   GMT-PRMIRAINO
           ELSE
               MOVE GMT-USERID       TO QTS294-CHECKERID
               MOVE WS-TODAY         TO QTS294-CHECKERYMD
               MOVE WS-NOW-TIME      TO QTS294-CHECKERTIME
               IF  GMT-APPRVKBN = "1"
                   PERFORM 5000-APPLY-TO-BUNKAI
               ELSE
                   MOVE "2" TO QTS294-APPRVSTATUS
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               MOVE WS-TODAY         TO QTS294-HOSTSHORIYMD
               MOVE WS-NOW-TIME      TO QTS294-HOSTSHORITIME
               MOVE WS-TODAY         TO QTS294-SVRKOUSHINYMD
               REWRITE QTS294-REC
           END-IF.

      * 承認時点の残で改めて点検し、入金分解の該当残を減額して
      * 仕訳を起票する。
       5000-APPLY-TO-BUNKAI.
           MOVE QTS294-KAIKIGYOUCD     TO QTS100-PRMKIGYOUCD
           MOVE QTS294-KAISUBRANGEKEY  TO QTS100-PRMSUBRANJIKEY
           MOVE QTS294-KAINAIBUKAIINNO TO QTS100-PRMNAIBUKAIINNO
           MOVE QTS294-KAINYUKINMEISAI TO QTS100-PRMNYUKINMEISAI
           MOVE QTS294-KAISHORITUUBAN  TO QTS100-PRMSHORITUUBAN
           MOVE "N"                    TO WS-ZAN-OK-SW
           READ QTS100-BUNKAI
               INVALID KEY
                   DISPLAY "QTS294M: MEISAI NASHI "
                       QTS294-PRMIRAINO
               NOT INVALID KEY
                   PERFORM 5100-CHECK-ZAN
           END-READ
           IF  NOT WS-ZAN-OK
               MOVE "8" TO QTS294-APPRVSTATUS
               ADD 1 TO WS-FUKA-COUNT
               DISPLAY "QTS294M: HANEI FUKA " QTS294-PRMIRAINO
           ELSE
               PERFORM 5200-GENGAKU
               MOVE WS-TODAY         TO QTS100-SVRKOUSHINYMD
               REWRITE QTS100-REC
               MOVE QTS100-JIGYOHONBUCD TO QTS294-JIGYOUHONBUCD
               PERFORM 7000-WRITE-SIWAKE
               MOVE "1" TO QTS294-APPRVSTATUS
               ADD 1 TO WS-APPROVE-COUNT
               ADD QTS294-GENMENKNG  TO WS-GENMEN-GOKEI
           END-IF.

       5100-CHECK-ZAN.
           MOVE "N"                  TO WS-ZAN-OK-SW
           MOVE ZERO                 TO WS-TAISHO-ZAN
           EVALUATE QTS294-GENMENSHUBETSU
               WHEN "1"
                   MOVE QTS100-JTJSONGAIKIN TO WS-TAISHO-ZAN
               WHEN "2"
                   COMPUTE WS-TAISHO-ZAN = QTS100-JTJTESURYOU76
                                         + QTS100-JTJTESURYOU16
               WHEN "3"
                   IF  QTS100-DENPYOUSYUBETSU = "9001" OR "9003"
                       MOVE QTS100-JTJGENPON TO WS-TAISHO-ZAN
                   END-IF
           END-EVALUATE
           IF  QTS294-GENMENKNG NOT > WS-TAISHO-ZAN
               SET WS-ZAN-OK TO TRUE
           END-IF.

       5200-GENGAKU.
           EVALUATE QTS294-GENMENSHUBETSU
               WHEN "1"
                   SUBTRACT QTS294-GENMENKNG FROM QTS100-JTJSONGAIKIN
               WHEN "2"
                   MOVE QTS294-GENMENKNG TO WS-GENMEN-ZAN
                   IF  QTS100-JTJTESURYOU76 > ZERO
                       IF  WS-GENMEN-ZAN > QTS100-JTJTESURYOU76
                           SUBTRACT QTS100-JTJTESURYOU76
                               FROM WS-GENMEN-ZAN
                           MOVE ZERO TO QTS100-JTJTESURYOU76
                       ELSE
                           SUBTRACT WS-GENMEN-ZAN
                               FROM QTS100-JTJTESURYOU76
                           MOVE ZERO TO WS-GENMEN-ZAN
                       END-IF
                   END-IF
                   SUBTRACT WS-GENMEN-ZAN FROM QTS100-JTJTESURYOU16
               WHEN "3"
                   SUBTRACT QTS294-GENMENKNG FROM QTS100-JTJGENPON
           END-EVALUATE.

      * 仕訳は会員の所属本部で起票する（１３０残を本部別に落とす）。
       7000-WRITE-SIWAKE.
           INITIALIZE QTS230-REC
           MOVE WS-TODAY             TO QTS230-SHORIYMD
           MOVE QTS294-JIGYOUHONBUCD TO QTS230-JIGYOUHONBUCD
           MOVE 690                  TO QTS230-KAMOKUCD
           MOVE "D"                  TO QTS230-TAISHAKUKBN
           MOVE QTS294-GENMENKNG     TO QTS230-KNG
           MOVE 1                    TO QTS230-KENSU
           MOVE "F"                  TO QTS230-MOTOCHOKBN
           MOVE WS-TODAY             TO QTS230-SAKUSEIYMD
           MOVE WS-TODAY             TO QTS230-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS230-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS230-SVRKOUSHINYMD
           WRITE QTS230-REC
           MOVE 130                  TO QTS230-KAMOKUCD
           MOVE "C"                  TO QTS230-TAISHAKUKBN
           WRITE QTS230-REC.

       9000-TERMINATE.
           DISPLAY "QTS294M: SUBMIT=" WS-SUBMIT-COUNT
                   " APPROVE=" WS-APPROVE-COUNT
                   " REJECT=" WS-REJECT-COUNT
                   " FUKA=" WS-FUKA-COUNT
                   " ERROR=" WS-ERROR-COUNT
                   " GENMEN=" WS-GENMEN-GOKEI
           IF  WS-ERROR-COUNT > ZERO
           OR  WS-FUKA-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE GENMEN-TRANFILE
           CLOSE QTS294-CTLFILE
           CLOSE QTS100-BUNKAI
           CLOSE QTS230-SIWAKE
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA.
