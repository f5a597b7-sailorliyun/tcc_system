      *8...........2.........3.........4.........5........6........7.........8
      *    QTS257B
      ****************************************************************
      *                ＪＩＣＣ照会回答取込バッチ（日次）            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ＪＩＣＣ回答（QXTS256、取込ゲート共通ラッパ形式）を照会
      *    管理（QTS256）へ取り込む。エラー回答は再照会待ちとし、
      *    再照会回数が上限に達したものは打切として一覧に出す。
      *    途上与信の回答に異動情報があれば、ワークリスト（QTS113）
      *    の当該項目を要レビューとし現在の限度額を添える。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS257B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JICC-PARAM      ASSIGN TO "QTS256PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  JICC-ANSFILE    ASSIGN TO "QXTS256"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS256-SHOKAI   ASSIGN TO "QTS256"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS256-PRM
                   FILE STATUS IS WS-QTS256-STATUS.
           SELECT  QTS113-WORKLIST ASSIGN TO "QTS113"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS113-PRM
                   FILE STATUS IS WS-QTS113-STATUS.
           SELECT  QTS011-CARDIF   ASSIGN TO "QTS011"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS011-PRM
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  KAITOU-RPTFILE  ASSIGN TO "QTS257RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JICC-PARAM.
       01  JICC-PARAM-REC.
           05  PRM-TAISHOYMD           PIC 9(08).
           05  PRM-RETRYMAX            PIC 9(02).
      *        再照会回数の上限（ゼロは３）。QTS256Bと共用
       FD  JICC-ANSFILE.
      *    取込ゲート共通ラッパ形式（先頭１桁レコード区分）
       01  JICC-ANS-REC.
           03  JAN-RECKBN              PIC X(01).
      *        1:ヘッダ  2:データ  8:トレーラ
           COPY QXTS256 REPLACING ==()== BY ==JAN==.
       FD  QTS256-SHOKAI.
       01  QTS256-REC.
           COPY QTS256 REPLACING ==()== BY ==QTS256==.
       FD  QTS113-WORKLIST.
       01  QTS113-REC.
           COPY QTS113 REPLACING ==()== BY ==QTS113==.
       FD  QTS011-CARDIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  KAITOU-RPTFILE.
       01  KAITOU-RPT-LINE             PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS256-STATUS        PIC X(02).
       01  WS-QTS113-STATUS        PIC X(02).
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-KAITOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-IDOU-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-REVIEW-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-RETRY-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-UCHIKIRI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-RPT-LINE.
           05  WS-RP-KWSID         PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-INQNO         PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GAIBUNO       PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHIMEIKANA    PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-ERRCD         PIC X(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-MIDASHI       PIC N(08).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ANS THRU 2900-NEXT-ANS
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  JICC-PARAM
           READ JICC-PARAM
               AT END INITIALIZE JICC-PARAM-REC
           END-READ
           CLOSE JICC-PARAM
           IF  PRM-RETRYMAX = ZERO
               MOVE 3 TO PRM-RETRYMAX
           END-IF
           OPEN INPUT  JICC-ANSFILE
           OPEN I-O    QTS256-SHOKAI
           OPEN I-O    QTS113-WORKLIST
           OPEN INPUT  QTS011-CARDIF
           OPEN OUTPUT KAITOU-RPTFILE
           MOVE SPACES TO KAITOU-RPT-LINE
           STRING "JICC KAITOU  KWSID/INQNO/GAIBUNO/SHIMEI/ERRCD"
               DELIMITED BY SIZE INTO KAITOU-RPT-LINE
           END-STRING
           WRITE KAITOU-RPT-LINE
           READ JICC-ANSFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 照会管理のない回答は取り込まずエラー件数として表示する。
       2000-PROCESS-ANS.
           IF  JAN-RECKBN NOT = "2"
               GO TO 2900-NEXT-ANS
           END-IF
           MOVE JAN-KWSID            TO QTS256-PRMKWSID
           MOVE JAN-INQNO            TO QTS256-PRMINQNO
           READ QTS256-SHOKAI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS257B: SHOKAI KANRI NASHI "
                       JAN-KWSID " " JAN-INQNO
                   GO TO 2900-NEXT-ANS
           END-READ
           IF  JAN-ERRCD NOT = SPACES
               PERFORM 3000-ERROR-ANS
           ELSE
               PERFORM 4000-NORMAL-ANS
           END-IF
           MOVE WS-TODAY             TO QTS256-SVRKOUSHINYMD
           REWRITE QTS256-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS257B: REWRITE NG " QTS256-PRM
           END-REWRITE.

       2900-NEXT-ANS.
           READ JICC-ANSFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * エラー回答。上限回数までは再照会待ちとし、翌日のQTS256Bが
      * 再依頼する。上限に達したものは打切として一覧に出す。
       3000-ERROR-ANS.
           MOVE JAN-ERRCD            TO QTS256-ERRCD
           IF  QTS256-RETRYCNT < PRM-RETRYMAX
               MOVE "3"              TO QTS256-SHOKAISTS
               ADD 1 TO WS-RETRY-COUNT
           ELSE
               MOVE "9"              TO QTS256-SHOKAISTS
               MOVE "再照会打切　　　" TO WS-RP-MIDASHI
               PERFORM 6000-WRITE-RPT
               ADD 1 TO WS-UCHIKIRI-COUNT
           END-IF.

       4000-NORMAL-ANS.
           MOVE "2"                  TO QTS256-SHOKAISTS
           MOVE SPACES               TO QTS256-ERRCD
           IF  JAN-KAITOUYMD = ZERO
               MOVE WS-TODAY         TO QTS256-KAITOUYMD
           ELSE
               MOVE JAN-KAITOUYMD    TO QTS256-KAITOUYMD
           END-IF
           MOVE JAN-IDOUFLG          TO QTS256-IDOUFLG
           MOVE JAN-KASHIKINKENSU    TO QTS256-KASHIKINKENSU
           MOVE JAN-KASHIKINZAN      TO QTS256-KASHIKINZAN
           MOVE JAN-NENKANSHIHARAI   TO QTS256-NENKANSHIHARAI
           ADD 1 TO WS-KAITOU-COUNT
           IF  QTS256-IDOUFLG = "1"
               ADD 1 TO WS-IDOU-COUNT
               MOVE "異動情報あり　　" TO WS-RP-MIDASHI
               PERFORM 6000-WRITE-RPT
               IF  QTS256-SHOKAIKBN = "2"
                   PERFORM 5000-UPDATE-WORKLIST
               END-IF
           END-IF.

      * 途上与信の異動情報。決定済の項目は変更しない。ＣＩＣ回答
      * で自動完結（レビュー済）となった項目も要レビューに戻す。
       5000-UPDATE-WORKLIST.
           MOVE QTS256-KAIKIGYOUCD     TO QTS113-PRMKIGYOUCD
           MOVE QTS256-KAISUBRANGEKEY  TO QTS113-PRMSUBRANGEKEY
           MOVE QTS256-KAINAIBUKAIINNO TO QTS113-PRMNAIBUKAIINNO
           MOVE QTS256-IRAIYMD         TO QTS113-PRMIRAIYMD
           READ QTS113-WORKLIST
               INVALID KEY
                   DISPLAY "QTS257B: WORKLIST NASHI " QTS113-PRM
           END-READ
           IF  WS-QTS113-STATUS = "00"
           AND QTS113-KETTEIKBN = SPACES
               MOVE "1"              TO QTS113-JICCFLG
               MOVE "1"              TO QTS113-JUDGESTS
               MOVE QTS113-PRMKIGYOUCD     TO QTS011-PRMKIGYOUCD
               MOVE QTS113-PRMSUBRANGEKEY  TO QTS011-PRMSUBRANGEKEY
               MOVE QTS113-PRMNAIBUKAIINNO TO QTS011-PRMNAIBUKAIINNO
               READ QTS011-CARDIF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QTS011-YSNRANK      TO QTS113-YSNRANK
                       MOVE QTS011-YSNSOUGENDO  TO QTS113-YSNSOUGENDO
                       MOVE QTS011-YSNCASHGENDO TO QTS113-YSNCASHGENDO
               END-READ
               MOVE WS-TODAY         TO QTS113-SVRKOUSHINYMD
               REWRITE QTS113-REC
               ADD 1 TO WS-REVIEW-COUNT
           END-IF.

       6000-WRITE-RPT.
           MOVE QTS256-PRMKWSID      TO WS-RP-KWSID
           MOVE QTS256-PRMINQNO      TO WS-RP-INQNO
           MOVE QTS256-GAIBUKAIINNO  TO WS-RP-GAIBUNO
           MOVE QTS256-SHIMEIKANA    TO WS-RP-SHIMEIKANA
           MOVE QTS256-ERRCD         TO WS-RP-ERRCD
           MOVE WS-RPT-LINE          TO KAITOU-RPT-LINE
           WRITE KAITOU-RPT-LINE.

       9000-TERMINATE.
           DISPLAY "QTS257B: KAITOU=" WS-KAITOU-COUNT
                   " IDOU=" WS-IDOU-COUNT
                   " REVIEW=" WS-REVIEW-COUNT
                   " RETRY=" WS-RETRY-COUNT
                   " UCHIKIRI=" WS-UCHIKIRI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE JICC-ANSFILE
           CLOSE QTS256-SHOKAI
           CLOSE QTS113-WORKLIST
           CLOSE QTS011-CARDIF
           CLOSE KAITOU-RPTFILE.
