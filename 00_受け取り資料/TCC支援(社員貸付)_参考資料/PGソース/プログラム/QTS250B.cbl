      *8...........2.........3.........4.........5........6........7.........8
      *    QTS250B
      ****************************************************************
      *                サービサー回収報告取込・償却後回収計上        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    サービサーの月次回収・手数料報告（QXTS249K）を取り込み、
      *    回収額から委託手数料を控除した純回収額を償却台帳（QTS105）
      *    の償却後回収累計へ計上する。委託・譲渡管理（QTS249）には
      *    回収額・手数料を総額で累計する。報告ファイルは取込ゲート
      *    （QTS139B）の検証を通過したものに限り、ゲートの後続ジョブ
      *    として実行する。
      *    委託外・委託先不一致・譲渡済・時効援用済の明細は計上せず
      *    エラーとしてリストに出し、復帰コード８で終了する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS250B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QXTS249K-INFILE ASSIGN TO "QXTS249K"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS249-ITAKU    ASSIGN TO "QTS249"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS249-SEG
                   FILE STATUS IS WS-QTS249-STATUS.
           SELECT  QTS105-LEDGER   ASSIGN TO "QTS105"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS105-SEG
                   FILE STATUS IS WS-QTS105-STATUS.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  KAISHU-LIST     ASSIGN TO "QTS250RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QXTS249K-INFILE.
      *    取込ゲート（QTS139B）共通ラッパ形式。先頭１桁のレコード
      *    区分に続けて回収報告レイアウトが入る。
       01  QXTS249K-REC.
           03  QXK-RECKBN              PIC X(01).
      *        1:ヘッダ  2:データ  8:トレーラ
           COPY QXTS249K REPLACING ==()== BY ==QXTS249K==.
       FD  QTS249-ITAKU.
       01  QTS249-REC.
           COPY QTS249 REPLACING ==()== BY ==QTS249==.
       FD  QTS105-LEDGER.
       01  QTS105-REC.
           COPY QTS105 REPLACING ==()== BY ==QTS105==.
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       FD  KAISHU-LIST.
       01  KAISHU-LIST-LINE            PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS249-STATUS        PIC X(02).
       01  WS-QTS105-STATUS        PIC X(02).
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-ERR-CD               PIC X(06).
       01  WS-JUNKAISHU            PIC S9(11).
       01  WS-KEIJO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KAISHU-KNG           PIC S9(13)    VALUE ZERO.
       01  WS-TESURYO-KNG          PIC S9(13)    VALUE ZERO.
       01  WS-JUNKAISHU-KNG        PIC S9(13)    VALUE ZERO.
       01  WS-ERR-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-KS-LINE.
           05  WS-KS-SERVICERCD    PIC X(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-SYOKNO        PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-KAISHUYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-KAISHU        PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-TESURYO       PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KS-BIKO          PIC X(06)     VALUE SPACES.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-HOKOKU THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QXTS249K-INFILE
           OPEN I-O    QTS249-ITAKU
           OPEN I-O    QTS105-LEDGER
           OPEN INPUT  QTS248-JIKOU
           OPEN OUTPUT KAISHU-LIST.

      * 報告明細を委託管理と突合する。委託解除後の報告は解除日
      * 以前の回収に限り受け入れる。
       2000-APPLY-HOKOKU.
           READ QXTS249K-INFILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF  QXK-RECKBN NOT = "2"
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES                 TO WS-ERR-CD
           MOVE QXTS249K-SYOUKYAKUNO   TO QTS249-PRMSYOUKYAKUNO
           READ QTS249-ITAKU
               INVALID KEY
                   MOVE "MIITAK"       TO WS-ERR-CD
                   GO TO 2000-ERROR
           END-READ
           IF  QTS249-SERVICERCD NOT = QXTS249K-SERVICERCD
               MOVE "SVCCD"            TO WS-ERR-CD
               GO TO 2000-ERROR
           END-IF
           EVALUATE QTS249-ITAKUSTS
               WHEN "1"
                   CONTINUE
               WHEN "2"
                   IF  QXTS249K-KAISHUYMD > QTS249-RECALLYMD
                       MOVE "KAIJO"    TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
               WHEN "3"
                   MOVE "JOTO"         TO WS-ERR-CD
                   GO TO 2000-ERROR
               WHEN OTHER
                   MOVE "MIITAK"       TO WS-ERR-CD
                   GO TO 2000-ERROR
           END-EVALUATE
           IF  QXTS249K-TESURYO > QXTS249K-KAISHUKNG
               MOVE "TESURY"           TO WS-ERR-CD
               GO TO 2000-ERROR
           END-IF
           MOVE QXTS249K-SYOUKYAKUNO   TO QTS105-PRMSYOUKYAKUNO
           READ QTS105-LEDGER
               INVALID KEY
                   MOVE "DAICHO"       TO WS-ERR-CD
                   GO TO 2000-ERROR
           END-READ
           IF  QTS105-SYOUKYAKUSTS NOT = "3"
               MOVE "DAICHO"           TO WS-ERR-CD
               GO TO 2000-ERROR
           END-IF
           PERFORM 3000-CHECK-JIKOU
           IF  WS-ERR-CD NOT = SPACES
               GO TO 2000-ERROR
           END-IF
           PERFORM 4000-POST-KAISHU
           GO TO 2000-EXIT.

       2000-ERROR.
           ADD 1                       TO WS-ERR-COUNT
           PERFORM 5000-WRITE-LIST.

       2000-EXIT.
           EXIT.

      * 消滅時効を援用した会員の回収は計上せず、返金等の個別対応
      * のためエラーとして残す。
       3000-CHECK-JIKOU.
           MOVE QTS105-KAIKIGYOUCD     TO QTS248-PRMKIGYOUCD
           MOVE QTS105-KAISUBRANGEKEY  TO QTS248-PRMSUBRANGEKEY
           MOVE QTS105-KAINAIBUKAIINNO TO QTS248-PRMNAIBUKAIINNO
           READ QTS248-JIKOU
               INVALID KEY
                   MOVE SPACES         TO QTS248-JIKOUSTS
           END-READ
           IF  QTS248-JIKOUSTS = "3"
               MOVE "ENYOU"            TO WS-ERR-CD
           END-IF.

      * 償却台帳へは手数料控除後の純回収額、委託管理へは回収額と
      * 手数料を総額で積み上げる。
       4000-POST-KAISHU.
           COMPUTE WS-JUNKAISHU =
               QXTS249K-KAISHUKNG - QXTS249K-TESURYO
           ADD WS-JUNKAISHU            TO QTS105-KAISHUKNG
           IF  QXTS249K-KAISHUYMD > QTS105-SAISHUKAISHUYMD
               MOVE QXTS249K-KAISHUYMD TO QTS105-SAISHUKAISHUYMD
           END-IF
           MOVE WS-TODAY               TO QTS105-SVRKOUSHINYMD
           REWRITE QTS105-REC
           ADD QXTS249K-KAISHUKNG      TO QTS249-KAISHUGOKEI
           ADD QXTS249K-TESURYO        TO QTS249-TESURYOGOKEI
           IF  QXTS249K-HOKOKUYM > QTS249-SAISHUHOKOKUYM
               MOVE QXTS249K-HOKOKUYM  TO QTS249-SAISHUHOKOKUYM
           END-IF
           MOVE WS-TODAY               TO QTS249-SVRKOUSHINYMD
           REWRITE QTS249-REC
           ADD 1                       TO WS-KEIJO-COUNT
           ADD QXTS249K-KAISHUKNG      TO WS-KAISHU-KNG
           ADD QXTS249K-TESURYO        TO WS-TESURYO-KNG
           ADD WS-JUNKAISHU            TO WS-JUNKAISHU-KNG
           PERFORM 5000-WRITE-LIST.

       5000-WRITE-LIST.
           MOVE QXTS249K-SERVICERCD    TO WS-KS-SERVICERCD
           MOVE QXTS249K-SYOUKYAKUNO   TO WS-KS-SYOKNO
           MOVE QXTS249K-NAIBUKAIINNO  TO WS-KS-KAIINNO
           MOVE QXTS249K-KAISHUYMD     TO WS-KS-KAISHUYMD
           MOVE QXTS249K-KAISHUKNG     TO WS-KS-KAISHU
           MOVE QXTS249K-TESURYO       TO WS-KS-TESURYO
           MOVE WS-ERR-CD              TO WS-KS-BIKO
           MOVE WS-KS-LINE             TO KAISHU-LIST-LINE
           WRITE KAISHU-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS250B: KEIJO=" WS-KEIJO-COUNT
                   " KAISHU=" WS-KAISHU-KNG
                   " TESURYO=" WS-TESURYO-KNG
                   " JUN=" WS-JUNKAISHU-KNG
           IF  WS-ERR-COUNT > ZERO
               DISPLAY "QTS250B: ERROR=" WS-ERR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE QXTS249K-INFILE
           CLOSE QTS249-ITAKU
           CLOSE QTS105-LEDGER
           CLOSE QTS248-JIKOU
           CLOSE KAISHU-LIST.
      *8...........2.........3.........4.........5........6........7.........8
