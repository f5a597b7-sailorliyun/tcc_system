      *8...........2.........3.........4.........5........6........7.........8
      *    QTS263M
      ****************************************************************
      *                紹介コード発行・停止処理                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員紹介制度の紹介コードを会員に発行し、停止・再開する。
      *    コードは紹介コードファイル（QTS263）の最大連番の次番に
      *    チェックデジットを付けて採番する。有効なコードは会員１人
      *    につき１つとし、停止中のコードを持つ会員には再開で対応
      *    する。操作はオペレータ権限を照合してジャーナルに残す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS263M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SKC-TRANFILE    ASSIGN TO "QTS263TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS263-SHOUKAI  ASSIGN TO "QTS263"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS263-SEG
                   ALTERNATE RECORD KEY IS QTS263-KAI
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS263-STATUS.
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
       FD  SKC-TRANFILE.
       01  SKC-TRAN-REC.
           05  SKC-ACTIONKBN           PIC 9(01).
      *        1:発行  2:停止  3:再開
           05  SKC-PRMKIGYOUCD         PIC 9(04).
           05  SKC-PRMSUBRANGEKEY      PIC 9(04).
           05  SKC-PRMNAIBUKAIINNO     PIC 9(08).
           05  SKC-SHOUKAICD           PIC 9(08).
      *        停止・再開のみ
           05  SKC-OPERATORID          PIC X(08).
           05  SKC-TABANO              PIC X(05).
       FD  QTS263-SHOUKAI.
       01  QTS263-REC.
           COPY QTS263 REPLACING ==()== BY ==QTS263==.
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
       01  WS-QTS263-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-YUKO-SW              PIC X(01).
           88  WS-YUKO-ARI                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 紹介コードの採番（連番７桁＋チェックデジット）
       01  WS-NEW-CODE.
           05  WS-NC-RENBAN        PIC 9(07).
           05  WS-NC-CD            PIC 9(01).
       01  WS-NC-RENBAN-X          REDEFINES WS-NEW-CODE.
           05  WS-NC-KETA          PIC 9(01)     OCCURS 7.
           05  FILLER              PIC 9(01).
       01  WS-MAX-RENBAN           PIC 9(07).
       01  WS-CD-SUM               PIC 9(03).
       01  WS-CD-SHO               PIC 9(03).
       01  WS-CD-AMARI             PIC 9(01).
       01  WS-KX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-HAKKO-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-TEISI-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-SAIKAI-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  SKC-TRANFILE
           OPEN I-O    QTS263-SHOUKAI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ SKC-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE SKC-ACTIONKBN
               WHEN 1
                   PERFORM 3000-HAKKO THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-TEISI THRU 4000-EXIT
               WHEN 3
                   PERFORM 5000-SAIKAI THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS263M: BAD ACTION " SKC-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ SKC-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE SKC-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS263M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS263M: KENGEN NASHI " SKC-OPERATORID
           END-IF.

      * 在籍会員（解除区分ゼロ）に限り発行する。有効なコードを既に
      * 持っている会員には重ねて発行しない。
       3000-HAKKO.
           MOVE SKC-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE SKC-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE SKC-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS263M: MEMBER NASHI "
                       SKC-PRMNAIBUKAIINNO
                   GO TO 3000-EXIT
           END-READ
           IF  QTS010-KAIJOKBN NOT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS263M: KAIJO ZUMI " SKC-PRMNAIBUKAIINNO
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-YUKO
           IF  WS-YUKO-ARI
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS263M: HAKKO ZUMI " QTS263-PRMSHOUKAICD
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-SAIBAN
           INITIALIZE QTS263-REC
           MOVE WS-NEW-CODE          TO QTS263-PRMSHOUKAICD
           MOVE SKC-PRMKIGYOUCD      TO QTS263-KAIKIGYOUCD
           MOVE SKC-PRMSUBRANGEKEY   TO QTS263-KAISUBRANGEKEY
           MOVE SKC-PRMNAIBUKAIINNO  TO QTS263-KAINAIBUKAIINNO
           MOVE "1"                  TO QTS263-CODESTS
           MOVE WS-TODAY             TO QTS263-HAKKOYMD
           MOVE SKC-OPERATORID       TO QTS263-OPERATORID
           MOVE WS-TODAY             TO QTS263-SVRKOUSHINYMD
           WRITE QTS263-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS263M: TOUROKU NG " QTS263-SEG
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-HAKKO-COUNT
           MOVE "A"                  TO WS-JN-ACTION
           MOVE SPACES               TO WS-JN-BEFORE
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

       3100-CHECK-YUKO.
           MOVE "N" TO WS-YUKO-SW
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE SKC-PRMKIGYOUCD      TO QTS263-KAIKIGYOUCD
           MOVE SKC-PRMSUBRANGEKEY   TO QTS263-KAISUBRANGEKEY
           MOVE SKC-PRMNAIBUKAIINNO  TO QTS263-KAINAIBUKAIINNO
           START QTS263-SHOUKAI KEY = QTS263-KAI
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3110-SCAN-KAI
                   UNTIL WS-SCAN-EOF OR WS-YUKO-ARI.

       3110-SCAN-KAI.
           READ QTS263-SHOUKAI NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS263-KAIKIGYOUCD = SKC-PRMKIGYOUCD
               AND QTS263-KAISUBRANGEKEY = SKC-PRMSUBRANGEKEY
               AND QTS263-KAINAIBUKAIINNO = SKC-PRMNAIBUKAIINNO
                   IF  QTS263-CODESTS = "1"
                       SET WS-YUKO-ARI TO TRUE
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 最大連番の次番を取り、各桁に３・１を交互に掛けた和から
      * チェックデジット（１０の補数）を求める。
       3200-SAIBAN.
           MOVE 99999999 TO QTS263-PRMSHOUKAICD
           START QTS263-SHOUKAI KEY IS LESS THAN QTS263-SEG
               INVALID KEY
                   MOVE ZERO TO WS-MAX-RENBAN
               NOT INVALID KEY
                   READ QTS263-SHOUKAI PREVIOUS
                       AT END MOVE ZERO TO WS-MAX-RENBAN
                       NOT AT END
                           MOVE QTS263-PRMSHOUKAICD(1:7)
                               TO WS-MAX-RENBAN
                   END-READ
           END-START
           COMPUTE WS-NC-RENBAN = WS-MAX-RENBAN + 1
           MOVE ZERO TO WS-CD-SUM
           PERFORM 3210-ADD-KETA
                   VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 7
           DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-SHO
                   REMAINDER WS-CD-AMARI
           IF  WS-CD-AMARI = ZERO
               MOVE ZERO TO WS-NC-CD
           ELSE
               COMPUTE WS-NC-CD = 10 - WS-CD-AMARI
           END-IF.

       3210-ADD-KETA.
           DIVIDE WS-KX BY 2 GIVING WS-CD-SHO
                   REMAINDER WS-CD-AMARI
           IF  WS-CD-AMARI = 1
               COMPUTE WS-CD-SUM = WS-CD-SUM + WS-NC-KETA(WS-KX) * 3
           ELSE
               ADD WS-NC-KETA(WS-KX) TO WS-CD-SUM
           END-IF.

      * 停止したコードは以後の申込で紹介者として認めない（停止前
      * に受け付けた申込の特典には影響しない）。
       4000-TEISI.
           MOVE SKC-SHOUKAICD        TO QTS263-PRMSHOUKAICD
           READ QTS263-SHOUKAI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS263M: CODE NASHI " SKC-SHOUKAICD
                   GO TO 4000-EXIT
           END-READ
           IF  QTS263-CODESTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS263M: TEISI ZUMI " SKC-SHOUKAICD
               GO TO 4000-EXIT
           END-IF
           MOVE QTS263-REC           TO WS-JN-BEFORE
           MOVE "9"                  TO QTS263-CODESTS
           MOVE WS-TODAY             TO QTS263-TEISIYMD
           MOVE SKC-OPERATORID       TO QTS263-OPERATORID
           MOVE WS-TODAY             TO QTS263-SVRKOUSHINYMD
           REWRITE QTS263-REC
           ADD 1 TO WS-TEISI-COUNT
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

       5000-SAIKAI.
           MOVE SKC-SHOUKAICD        TO QTS263-PRMSHOUKAICD
           READ QTS263-SHOUKAI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS263M: CODE NASHI " SKC-SHOUKAICD
                   GO TO 5000-EXIT
           END-READ
           IF  QTS263-CODESTS NOT = "9"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS263M: TEISI CHUU DENAI " SKC-SHOUKAICD
               GO TO 5000-EXIT
           END-IF
           MOVE QTS263-REC           TO WS-JN-BEFORE
           MOVE "1"                  TO QTS263-CODESTS
           MOVE ZERO                 TO QTS263-TEISIYMD
           MOVE SKC-OPERATORID       TO QTS263-OPERATORID
           MOVE WS-TODAY             TO QTS263-SVRKOUSHINYMD
           REWRITE QTS263-REC
           ADD 1 TO WS-SAIKAI-COUNT
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS263M"            TO QTS025-TRANID
           MOVE SKC-OPERATORID       TO QTS025-OPERATORID
           MOVE SKC-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS263-SEG           TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE QTS263-REC           TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.

       9000-TERMINATE.
           DISPLAY "QTS263M: HAKKO=" WS-HAKKO-COUNT
                   " TEISI=" WS-TEISI-COUNT
                   " SAIKAI=" WS-SAIKAI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE SKC-TRANFILE
           CLOSE QTS263-SHOUKAI
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.
