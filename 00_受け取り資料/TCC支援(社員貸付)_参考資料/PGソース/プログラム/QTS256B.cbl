      *8...........2.........3.........4.........5........6........7.........8
      *    QTS256B
      ****************************************************************
      *                ＪＩＣＣ照会依頼作成バッチ（日次）            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ＣＩＣ照会と並行してＪＩＣＣへの照会依頼を作成する。
      *      新規申込  ：当日作成の申込（QBS002）
      *      途上与信  ：当日QTS113Bが起票したワークリスト項目
      *                  （QTS113Bの後に実行し、同じ照会番号を用いる）
      *      再照会    ：エラー回答で再照会待ちとなった照会
      *    依頼はJICCIRAIへ出力し、照会管理（QTS256）へ照会中で
      *    登録する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS256B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JICC-PARAM      ASSIGN TO "QTS256PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QBS002-APPFILE  ASSIGN TO "QBS002"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QBS002-STATUS.
           SELECT  QTS113-WORKLIST ASSIGN TO "QTS113"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS113-PRM
                   FILE STATUS IS WS-QTS113-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS256-SHOKAI   ASSIGN TO "QTS256"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS256-PRM
                   FILE STATUS IS WS-QTS256-STATUS.
           SELECT  JICC-REQFILE    ASSIGN TO "JICCIRAI"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JICC-PARAM.
       01  JICC-PARAM-REC.
           05  PRM-TAISHOYMD           PIC 9(08).
      *        申込・ワークリストの対象日（ゼロは処理日）
           05  PRM-RETRYMAX            PIC 9(02).
      *        再照会回数の上限（ゼロは３）
       FD  QBS002-APPFILE.
       01  QBS002-REC.
           COPY QBS002.
       FD  QTS113-WORKLIST.
       01  QTS113-REC.
           COPY QTS113 REPLACING ==()== BY ==QTS113==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS256-SHOKAI.
       01  QTS256-REC.
           COPY QTS256 REPLACING ==()== BY ==QTS256==.
       FD  JICC-REQFILE.
       01  JICC-REQ-REC.
           COPY QXTS256 REPLACING ==()== BY ==JRQ==.
       WORKING-STORAGE             SECTION.
       01  WS-QBS002-STATUS        PIC X(02).
       01  WS-QTS113-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS256-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-INQNO                PIC 9(06)     VALUE ZERO.
      * 新規申込の照会の発信元（途上与信はQTS113Bの照会番号を使う）
       01  WS-KWSID-MOUSHIKOMI     PIC X(08)     VALUE "QBS002".
       01  WS-KWSID-TOJO           PIC X(08)     VALUE "QTS113B".
       01  WS-MOUSHIKOMI-COUNT     PIC 9(07)     VALUE ZERO.
       01  WS-TOJO-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-SAISHOKAI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SAISHOKAI
           PERFORM 3000-MOUSHIKOMI
           PERFORM 4000-TOJO
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  JICC-PARAM
           READ JICC-PARAM
               AT END INITIALIZE JICC-PARAM-REC
           END-READ
           CLOSE JICC-PARAM
           IF  PRM-TAISHOYMD = ZERO
               MOVE WS-TODAY TO PRM-TAISHOYMD
           END-IF
           IF  PRM-RETRYMAX = ZERO
               MOVE 3 TO PRM-RETRYMAX
           END-IF
           OPEN I-O    QTS256-SHOKAI
           OPEN OUTPUT JICC-REQFILE
           PERFORM 1500-GET-MAX-INQNO.

      * 新規申込の照会番号は照会管理上の既存最大値の続きから採番
      * する（QTS113Bと同じ考え方）。
       1500-GET-MAX-INQNO.
           MOVE WS-KWSID-MOUSHIKOMI  TO QTS256-PRMKWSID
           MOVE 999999               TO QTS256-PRMINQNO
           START QTS256-SHOKAI KEY IS LESS THAN QTS256-PRM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ QTS256-SHOKAI PREVIOUS
                       AT END CONTINUE
                       NOT AT END
                           IF  QTS256-PRMKWSID = WS-KWSID-MOUSHIKOMI
                               MOVE QTS256-PRMINQNO TO WS-INQNO
                           END-IF
                   END-READ
           END-START.

      * エラー回答で再照会待ちの照会を前回と同じ照会番号で再依頼
      * する。上限回数に達したものはQTS257Bが打切にしている。
       2000-SAISHOKAI.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUE TO QTS256-PRM
           START QTS256-SHOKAI KEY IS NOT LESS THAN QTS256-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 2100-SAISHOKAI-ONE UNTIL WS-EOF.

       2100-SAISHOKAI-ONE.
           READ QTS256-SHOKAI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               IF  QTS256-SHOKAISTS = "3"
               AND QTS256-RETRYCNT < PRM-RETRYMAX
                   ADD 1 TO QTS256-RETRYCNT
                   MOVE "1"          TO QTS256-SHOKAISTS
                   MOVE WS-TODAY     TO QTS256-SVRKOUSHINYMD
                   REWRITE QTS256-REC
                   PERFORM 8000-WRITE-REQUEST
                   ADD 1 TO WS-SAISHOKAI-COUNT
               END-IF
           END-IF.

      * 当日作成の申込を照会する。
       3000-MOUSHIKOMI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QBS002-APPFILE
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 3100-MOUSHIKOMI-ONE UNTIL WS-EOF
           CLOSE QBS002-APPFILE.

       3100-MOUSHIKOMI-ONE.
           IF  QBS002-CREATEDATE = PRM-TAISHOYMD
               ADD 1 TO WS-INQNO
               INITIALIZE QTS256-REC
               MOVE WS-KWSID-MOUSHIKOMI  TO QTS256-PRMKWSID
               MOVE WS-INQNO             TO QTS256-PRMINQNO
               MOVE "1"                  TO QTS256-SHOKAIKBN
               MOVE WS-TODAY             TO QTS256-IRAIYMD
               MOVE QBS002-GAIBUKAIINNO  TO QTS256-GAIBUKAIINNO
               MOVE QBS002-KNNAME        TO QTS256-SHIMEIKANA
               MOVE QBS002-BIRTHDAY      TO QTS256-SEINENGAPPI
               MOVE QBS002-SEX           TO QTS256-SEX
               MOVE QBS002-HONYUBINNO    TO QTS256-YUUBINNO
               STRING QBS002-HONTEL1 QBS002-HONTEL2 QBS002-HONTEL3
                   DELIMITED BY SPACE INTO QTS256-TELNO
               END-STRING
               PERFORM 8100-ADD-SHOKAI
               IF  WS-QTS256-STATUS = "00"
                   ADD 1 TO WS-MOUSHIKOMI-COUNT
               END-IF
           END-IF
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 当日起票の途上与信ワークリスト項目を照会する。
       4000-TOJO.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS113-WORKLIST
           OPEN INPUT QTS010-MASTER
           MOVE LOW-VALUE TO QTS113-PRM
           START QTS113-WORKLIST KEY IS NOT LESS THAN QTS113-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 4100-TOJO-ONE UNTIL WS-EOF
           CLOSE QTS113-WORKLIST
           CLOSE QTS010-MASTER.

       4100-TOJO-ONE.
           READ QTS113-WORKLIST NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               IF  QTS113-PRMIRAIYMD = PRM-TAISHOYMD
               AND QTS113-JUDGESTS = SPACES
                   PERFORM 4200-TOJO-REQUEST
               END-IF
           END-IF.

       4200-TOJO-REQUEST.
           MOVE QTS113-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS113-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS113-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS256B: QTS010 NASHI " QTS010-PRM
           END-READ
           IF  WS-QTS010-STATUS = "00"
               INITIALIZE QTS256-REC
               MOVE WS-KWSID-TOJO          TO QTS256-PRMKWSID
               MOVE QTS113-INQNO           TO QTS256-PRMINQNO
               MOVE "2"                    TO QTS256-SHOKAIKBN
               MOVE QTS113-PRMKIGYOUCD     TO QTS256-KAIKIGYOUCD
               MOVE QTS113-PRMSUBRANGEKEY  TO QTS256-KAISUBRANGEKEY
               MOVE QTS113-PRMNAIBUKAIINNO TO QTS256-KAINAIBUKAIINNO
               MOVE QTS113-PRMIRAIYMD      TO QTS256-IRAIYMD
               MOVE QTS010-GKNSHIKIBETSUNO TO QTS256-GAIBUKAIINNO
               MOVE QTS010-HONSHIMEIKANA   TO QTS256-SHIMEIKANA
               MOVE QTS010-HONSEINENGAPPI(2:7)
                                           TO QTS256-SEINENGAPPI
               MOVE QTS010-HONSEX          TO QTS256-SEX
               MOVE QTS010-JTKYUUBINNO     TO QTS256-YUUBINNO
               MOVE QTS010-JTKTEL          TO QTS256-TELNO
               PERFORM 8100-ADD-SHOKAI
               IF  WS-QTS256-STATUS = "00"
                   ADD 1 TO WS-TOJO-COUNT
               END-IF
           END-IF.

       8000-WRITE-REQUEST.
           INITIALIZE JICC-REQ-REC
           MOVE QTS256-PRMKWSID      TO JRQ-KWSID
           MOVE QTS256-PRMINQNO      TO JRQ-INQNO
           MOVE QTS256-SHOKAIKBN     TO JRQ-SHOKAIKBN
           MOVE QTS256-SHIMEIKANA    TO JRQ-SHIMEIKANA
           MOVE QTS256-SEINENGAPPI   TO JRQ-SEINENGAPPI
           MOVE QTS256-SEX           TO JRQ-SEX
           MOVE QTS256-YUUBINNO      TO JRQ-YUUBINNO
           MOVE QTS256-TELNO         TO JRQ-TELNO
           WRITE JICC-REQ-REC.

       8100-ADD-SHOKAI.
           MOVE "1"                  TO QTS256-SHOKAISTS
           MOVE ZERO                 TO QTS256-RETRYCNT
           MOVE WS-TODAY             TO QTS256-SVRKOUSHINYMD
           WRITE QTS256-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS256B: SHOKAI TOUROKU NG " QTS256-PRM
           END-WRITE
           IF  WS-QTS256-STATUS = "00"
               PERFORM 8000-WRITE-REQUEST
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS256B: MOUSHIKOMI=" WS-MOUSHIKOMI-COUNT
                   " TOJO=" WS-TOJO-COUNT
                   " SAISHOKAI=" WS-SAISHOKAI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS256-SHOKAI
           CLOSE JICC-REQFILE.
