      *8...........2.........3.........4.........5........6........7.........8
      *    QTS265M
      ****************************************************************
      *                カード切替依頼受付処理                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    一般カードからプレミアカード・提携カード等への切替依頼を
      *    受け付け、カード切替依頼ファイル（QTS265）に登録する。
      *    切替先はカード管理テーブル（QTS130）に存在し現在の区分と
      *    異なること、会員が在籍中でカードが停止中でないことを確認
      *    する。処理中の依頼がある会員は重ねて受け付けない。受付
      *    状態の依頼は取消できる。切替自体は夜間のQTS265Bで行う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS265M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KRK-TRANFILE    ASSIGN TO "QTS265TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS265-KIRIKAE  ASSIGN TO "QTS265"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS265-SEG
                   FILE STATUS IS WS-QTS265-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS130-CARDTBL  ASSIGN TO "QTS130"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS130-PRMCARDKBN
                   FILE STATUS IS WS-QTS130-STATUS.
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
       FD  KRK-TRANFILE.
       01  KRK-TRAN-REC.
           05  KRK-ACTIONKBN           PIC 9(01).
      *        1:受付  9:取消
           05  KRK-PRMKIGYOUCD         PIC 9(04).
           05  KRK-PRMSUBRANGEKEY      PIC 9(04).
           05  KRK-PRMNAIBUKAIINNO     PIC 9(08).
           05  KRK-SHINCARDKBN         PIC 9(06).
      *        受付のみ
           05  KRK-UKETSUKEYMD         PIC 9(08).
      *        取消のみ（取り消す依頼の受付年月日）
           05  KRK-OPERATORID          PIC X(08).
           05  KRK-TABANO              PIC X(05).
       FD  QTS265-KIRIKAE.
       01  QTS265-REC.
           COPY QTS265 REPLACING ==()== BY ==QTS265==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS130-CARDTBL.
       01  QTS130-REC.
           COPY QTS130 REPLACING ==()== BY ==QTS130==.
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
       01  WS-QTS265-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS130-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-SHORICHUU-SW         PIC X(01).
           88  WS-SHORICHUU-ARI                  VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-UKETSUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-TORIKESI-COUNT       PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  KRK-TRANFILE
           OPEN I-O    QTS265-KIRIKAE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS130-CARDTBL
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ KRK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE KRK-ACTIONKBN
               WHEN 1
                   PERFORM 3000-UKETSUKE THRU 3000-EXIT
               WHEN 9
                   PERFORM 4000-TORIKESI THRU 4000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265M: BAD ACTION " KRK-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KRK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE KRK-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS265M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS265M: KENGEN NASHI " KRK-OPERATORID
           END-IF.

       3000-UKETSUKE.
           MOVE KRK-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE KRK-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE KRK-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265M: MEMBER NASHI "
                       KRK-PRMNAIBUKAIINNO
                   GO TO 3000-EXIT
           END-READ
           IF  QTS010-KAIJOKBN NOT = ZERO
           OR  QTS010-STSCARD NOT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS265M: KAIJO/TEISI CHUU "
                   KRK-PRMNAIBUKAIINNO
               GO TO 3000-EXIT
           END-IF
           IF  KRK-SHINCARDKBN = QTS010-CARDKBN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS265M: DOUITSU KBN " KRK-SHINCARDKBN
               GO TO 3000-EXIT
           END-IF
           MOVE KRK-SHINCARDKBN      TO QTS130-PRMCARDKBN
           READ QTS130-CARDTBL
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265M: CARDKBN NASHI " KRK-SHINCARDKBN
                   GO TO 3000-EXIT
           END-READ
           PERFORM 3100-CHECK-SHORICHUU
           IF  WS-SHORICHUU-ARI
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS265M: SHORICHUU ARI "
                   KRK-PRMNAIBUKAIINNO
               GO TO 3000-EXIT
           END-IF
           INITIALIZE QTS265-REC
           MOVE KRK-PRMKIGYOUCD      TO QTS265-PRMKIGYOUCD
           MOVE KRK-PRMSUBRANGEKEY   TO QTS265-PRMSUBRANGEKEY
           MOVE KRK-PRMNAIBUKAIINNO  TO QTS265-PRMNAIBUKAIINNO
           MOVE WS-TODAY             TO QTS265-PRMUKETSUKEYMD
           MOVE QTS010-CARDKBN       TO QTS265-KYUCARDKBN
           MOVE KRK-SHINCARDKBN      TO QTS265-SHINCARDKBN
           MOVE "1"                  TO QTS265-KIRIKAESTS
           MOVE KRK-OPERATORID       TO QTS265-OPERATORID
           MOVE KRK-TABANO           TO QTS265-TABANO
           MOVE WS-TODAY             TO QTS265-SVRKOUSHINYMD
           WRITE QTS265-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265M: TOUROKU NG " QTS265-SEG
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-UKETSUKE-COUNT
           MOVE "A"                  TO WS-JN-ACTION
           MOVE SPACES               TO WS-JN-BEFORE
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 受付または発行依頼済の依頼が残っていれば処理中とする。
       3100-CHECK-SHORICHUU.
           MOVE "N" TO WS-SHORICHUU-SW
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE KRK-PRMKIGYOUCD      TO QTS265-PRMKIGYOUCD
           MOVE KRK-PRMSUBRANGEKEY   TO QTS265-PRMSUBRANGEKEY
           MOVE KRK-PRMNAIBUKAIINNO  TO QTS265-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS265-PRMUKETSUKEYMD
           START QTS265-KIRIKAE KEY >= QTS265-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3110-SCAN-KAI
                   UNTIL WS-SCAN-EOF OR WS-SHORICHUU-ARI.

       3110-SCAN-KAI.
           READ QTS265-KIRIKAE NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS265-PRMKIGYOUCD = KRK-PRMKIGYOUCD
               AND QTS265-PRMSUBRANGEKEY = KRK-PRMSUBRANGEKEY
               AND QTS265-PRMNAIBUKAIINNO = KRK-PRMNAIBUKAIINNO
                   IF  QTS265-KIRIKAESTS = "1"
                   OR  QTS265-KIRIKAESTS = "2"
                       SET WS-SHORICHUU-ARI TO TRUE
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 発行依頼後の依頼は新カードが作成に回っているため取り消さ
      * ない（受付状態のみ）。
       4000-TORIKESI.
           MOVE KRK-PRMKIGYOUCD      TO QTS265-PRMKIGYOUCD
           MOVE KRK-PRMSUBRANGEKEY   TO QTS265-PRMSUBRANGEKEY
           MOVE KRK-PRMNAIBUKAIINNO  TO QTS265-PRMNAIBUKAIINNO
           MOVE KRK-UKETSUKEYMD      TO QTS265-PRMUKETSUKEYMD
           READ QTS265-KIRIKAE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265M: IRAI NASHI " QTS265-SEG
                   GO TO 4000-EXIT
           END-READ
           IF  QTS265-KIRIKAESTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS265M: TORIKESI FUKA " QTS265-SEG
               GO TO 4000-EXIT
           END-IF
           MOVE QTS265-REC           TO WS-JN-BEFORE
           MOVE "9"                  TO QTS265-KIRIKAESTS
           MOVE KRK-OPERATORID       TO QTS265-OPERATORID
           MOVE KRK-TABANO           TO QTS265-TABANO
           MOVE WS-TODAY             TO QTS265-SVRKOUSHINYMD
           REWRITE QTS265-REC
           ADD 1 TO WS-TORIKESI-COUNT
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS265M"            TO QTS025-TRANID
           MOVE KRK-OPERATORID       TO QTS025-OPERATORID
           MOVE KRK-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS265-SEG           TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE QTS265-REC           TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.

       9000-TERMINATE.
           DISPLAY "QTS265M: UKETSUKE=" WS-UKETSUKE-COUNT
                   " TORIKESI=" WS-TORIKESI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE KRK-TRANFILE
           CLOSE QTS265-KIRIKAE
           CLOSE QTS010-MASTER
           CLOSE QTS130-CARDTBL
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.
