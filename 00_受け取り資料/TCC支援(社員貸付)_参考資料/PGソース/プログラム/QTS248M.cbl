      *8...........2.........3.........4.........5........6........7.........8
      *    QTS248M
      ****************************************************************
      *                消滅時効事由登録メンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    時効の更新・完成猶予の事由（書面による債務承認、裁判上の
      *    請求、判決確定、請求の取下げ・却下）と、会員からの時効援用
      *    を消滅時効管理（QTS248）に登録する。起算日・満了日の再計算
      *    は月次のQTS248Bが行う。援用の受付は時効完成済（状態２）の
      *    会員に限り、受付と同時に督促・償却後回収計上を止める。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS248M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JKS-TRANFILE    ASSIGN TO "QTS248TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
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
           SELECT  QTS025-JOURNAL  ASSIGN TO "QTS025"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QTS025-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JKS-TRANFILE.
       01  JKS-TRAN-REC.
           05  JKT-ACTIONKBN           PIC 9(01).
      *        1:債務承認  2:裁判上の請求  3:判決確定
      *        4:請求の取下げ・却下  5:時効援用受付  6:援用取消
           05  JKT-PRMKIGYOUCD         PIC 9(04).
           05  JKT-PRMSUBRANGEKEY      PIC 9(04).
           05  JKT-PRMNAIBUKAIINNO     PIC 9(08).
           05  JKT-JIYUYMD             PIC 9(08).
      *        事由の発生日（承認書面の日付・申立日・確定日・援用日）
           05  JKT-OPERATORID          PIC X(08).
           05  JKT-TABANO              PIC X(05).
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-JIYU-COUNT           PIC 9(05)     VALUE ZERO.
       01  WS-ENYOU-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  JKS-TRANFILE
           OPEN I-O    QTS248-JIKOU
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ JKS-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  JKT-JIYUYMD = ZERO
           OR  JKT-JIYUYMD > WS-TODAY
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS248M: JIYUBI FUSEI " JKT-JIYUYMD
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE JKT-ACTIONKBN
               WHEN 1 THRU 4
                   PERFORM 3000-JIYU THRU 3000-EXIT
               WHEN 5
                   PERFORM 4000-ENYOU THRU 4000-EXIT
               WHEN 6
                   PERFORM 5000-TORIKESHI THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS248M: BAD ACTION " JKT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ JKS-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE JKT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS248M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS248M: KENGEN NASHI " JKT-OPERATORID
           END-IF.

      * 時効事由の登録。管理レコードがまだなければ起こし、当月の
      * QTS248Bで起算日・満了日を求める。援用済の会員には登録しない。
       3000-JIYU.
           MOVE JKT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE JKT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE JKT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS248M: QTS010 NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           MOVE "N" TO WS-SHINKI-SW
           PERFORM 8000-READ-JIKOU
           IF  WS-QTS248-STATUS NOT = "00"
               SET WS-SHINKI TO TRUE
               INITIALIZE QTS248-REC
               MOVE JKT-PRMKIGYOUCD      TO QTS248-PRMKIGYOUCD
               MOVE JKT-PRMSUBRANGEKEY   TO QTS248-PRMSUBRANGEKEY
               MOVE JKT-PRMNAIBUKAIINNO  TO QTS248-PRMNAIBUKAIINNO
               MOVE "1"                  TO QTS248-JIKOUSTS
               MOVE SPACES               TO WS-JN-BEFORE
           ELSE
               MOVE QTS248-REC           TO WS-JN-BEFORE
           END-IF
           IF  QTS248-JIKOUSTS = "3"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS248M: ENYOUZUMI " QTS248-PRM
               GO TO 3000-EXIT
           END-IF
           EVALUATE JKT-ACTIONKBN
               WHEN 1
                   MOVE JKT-JIYUYMD      TO QTS248-SHOUNINYMD
               WHEN 2
                   MOVE JKT-JIYUYMD      TO QTS248-SAIBANYMD
                   MOVE "4"              TO QTS248-JIKOUSTS
               WHEN 3
                   IF  QTS248-SAIBANYMD = ZERO
                   OR  JKT-JIYUYMD < QTS248-SAIBANYMD
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS248M: SAIBAN MITOUROKU "
                               QTS248-PRM
                       GO TO 3000-EXIT
                   END-IF
                   MOVE JKT-JIYUYMD      TO QTS248-HANKETSUYMD
               WHEN 4
                   IF  QTS248-SAIBANYMD = ZERO
                   OR  JKT-JIYUYMD < QTS248-SAIBANYMD
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS248M: SAIBAN MITOUROKU "
                               QTS248-PRM
                       GO TO 3000-EXIT
                   END-IF
                   MOVE JKT-JIYUYMD      TO QTS248-TORISAGEYMD
           END-EVALUATE
           MOVE JKT-OPERATORID       TO QTS248-OPERATORID
           MOVE WS-TODAY             TO QTS248-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS248-REC
               MOVE "A"              TO WS-JN-ACTION
           ELSE
               REWRITE QTS248-REC
               MOVE "C"              TO WS-JN-ACTION
           END-IF
           ADD 1 TO WS-JIYU-COUNT
           MOVE QTS248-REC           TO WS-JN-AFTER
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 時効援用の受付。時効完成済（状態２）の会員に限る。
       4000-ENYOU.
           PERFORM 8000-READ-JIKOU
           IF  WS-QTS248-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS248M: TOUROKU NASHI " QTS248-PRM
               GO TO 4000-EXIT
           END-IF
           IF  QTS248-JIKOUSTS NOT = "2"
           OR  JKT-JIYUYMD <= QTS248-MANRYOYMD
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS248M: JIKOU MIKANSEI " QTS248-PRM
                       " STS=" QTS248-JIKOUSTS
                       " MANRYO=" QTS248-MANRYOYMD
               GO TO 4000-EXIT
           END-IF
           MOVE QTS248-REC           TO WS-JN-BEFORE
           MOVE "3"                  TO QTS248-JIKOUSTS
           MOVE JKT-JIYUYMD          TO QTS248-ENYOUYMD
           MOVE JKT-OPERATORID       TO QTS248-OPERATORID
           MOVE WS-TODAY             TO QTS248-SVRKOUSHINYMD
           REWRITE QTS248-REC
           ADD 1 TO WS-ENYOU-COUNT
           MOVE QTS248-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

      * 援用取消（誤登録の訂正）。完成済・未援用に戻す。
       5000-TORIKESHI.
           PERFORM 8000-READ-JIKOU
           IF  WS-QTS248-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS248M: TOUROKU NASHI " QTS248-PRM
               GO TO 5000-EXIT
           END-IF
           IF  QTS248-JIKOUSTS NOT = "3"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS248M: MIENYOU " QTS248-PRM
                       " STS=" QTS248-JIKOUSTS
               GO TO 5000-EXIT
           END-IF
           MOVE QTS248-REC           TO WS-JN-BEFORE
           MOVE "2"                  TO QTS248-JIKOUSTS
           MOVE ZERO                 TO QTS248-ENYOUYMD
           MOVE JKT-OPERATORID       TO QTS248-OPERATORID
           MOVE WS-TODAY             TO QTS248-SVRKOUSHINYMD
           REWRITE QTS248-REC
           ADD 1 TO WS-TORIKESHI-COUNT
           MOVE QTS248-REC           TO WS-JN-AFTER
           MOVE "D"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

       8000-READ-JIKOU.
           MOVE JKT-PRMKIGYOUCD      TO QTS248-PRMKIGYOUCD
           MOVE JKT-PRMSUBRANGEKEY   TO QTS248-PRMSUBRANGEKEY
           MOVE JKT-PRMNAIBUKAIINNO  TO QTS248-PRMNAIBUKAIINNO
           READ QTS248-JIKOU
               INVALID KEY
                   CONTINUE
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS248M: JIYU=" WS-JIYU-COUNT
                   " ENYOU=" WS-ENYOU-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE JKS-TRANFILE
           CLOSE QTS248-JIKOU
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS248M"            TO QTS025-TRANID
           MOVE JKT-OPERATORID       TO QTS025-OPERATORID
           MOVE JKT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS248-PRM           TO WS-JN-KEYINFO
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
