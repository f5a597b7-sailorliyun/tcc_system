      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/02   *
      *   000002   時効援用済会員の回収計上除外  FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS106B.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  KAISHU-LIST     ASSIGN TO "QTS106KS"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       FD  KAISHU-LIST.
       01  KAISHU-LIST-LINE            PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS105-STATUS        PIC X(02).
       01  WS-QTS090-STATUS        PIC X(02).
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
           88  WS-HIT                            VALUE "Y".
       01  WS-KAISHU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAISHU-KNG           PIC S9(13)    VALUE ZERO.
       01  WS-ENYOU-COUNT          PIC 9(07)     VALUE ZERO.
      * 償却済台帳の会員一覧（当日入金と突合する）
       01  WS-SYO-TBL.
           05  WS-SY-ENT           OCCURS 2000.
           05  WS-KS-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-KNG           PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-BIKO          PIC X(06)     VALUE SPACES.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
       1000-INITIALIZE.
           INITIALIZE WS-SYO-TBL
           OPEN I-O    QTS105-LEDGER
           OPEN INPUT  QTS248-JIKOU
           OPEN OUTPUT KAISHU-LIST
           MOVE ZERO TO QTS105-PRMSYOUKYAKUNO
           START QTS105-LEDGER KEY >= QTS105-PRMSYOUKYAKUNO
               END-PERFORM
               IF  WS-HIT
                   SUBTRACT 1 FROM WS-IX
                   PERFORM 4500-CHECK-JIKOU
               END-IF
           END-IF
           READ QTS090-NYUKIN
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 消滅時効を援用した会員からの入金は償却後回収に計上しない。
      * 入金計上はそのまま残し、返金等の個別対応のためリストに
      * 「ENYOU」として載せる。
       4500-CHECK-JIKOU.
           MOVE QTS090-PRMKIGYOUCD     TO QTS248-PRMKIGYOUCD
           MOVE QTS090-PRMSUBRANJEKEY  TO QTS248-PRMSUBRANGEKEY
           MOVE QTS090-PRMNAIBUKAIINNO TO QTS248-PRMNAIBUKAIINNO
           READ QTS248-JIKOU
               INVALID KEY
                   MOVE SPACES         TO QTS248-JIKOUSTS
           END-READ
           IF  QTS248-JIKOUSTS = "3"
               ADD 1 TO WS-ENYOU-COUNT
               MOVE WS-SY-SYOKNO(WS-IX)  TO WS-KS-SYOKNO
               MOVE QTS090-PRMNAIBUKAIINNO TO WS-KS-KAIINNO
               MOVE QTS090-KNG           TO WS-KS-KNG
               MOVE "ENYOU"              TO WS-KS-BIKO
               MOVE WS-KS-LINE           TO KAISHU-LIST-LINE
               WRITE KAISHU-LIST-LINE
               MOVE SPACES               TO WS-KS-BIKO
           ELSE
               PERFORM 5000-POST-KAISHU
           END-IF.

       5000-POST-KAISHU.
           MOVE 640                  TO QTS090-SOUSAIKAMOKU
           MOVE WS-TODAY             TO QTS090-SVRKOUSHINYMD
       9000-TERMINATE.
           DISPLAY "QTS106B: KAISHU=" WS-KAISHU-COUNT
                   " KNG=" WS-KAISHU-KNG
                   " JIKOU-ENYOU=" WS-ENYOU-COUNT
           CLOSE QTS105-LEDGER
           CLOSE QTS090-NYUKIN
           CLOSE QTS248-JIKOU
           CLOSE KAISHU-LIST.
      *8...........2.........3.........4.........5........6........7.........8
