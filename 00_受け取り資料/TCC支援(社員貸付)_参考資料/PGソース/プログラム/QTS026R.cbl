      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   苦情・相談件数の表示追加      FIP      26/10/15   *
      *   000003   継続課金登録の表示追加        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS026R.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QXTS22A-PRM
                   FILE STATUS IS WS-QXTS22A-STATUS.
           SELECT  QTS253-KUJYO    ASSIGN TO "QTS253"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS253-SEG
                   FILE STATUS IS WS-QTS253-STATUS.
           SELECT  QTS302-KEIZOKU  ASSIGN TO "QTS302"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS302-SEG
                   ALTERNATE RECORD KEY IS QTS302-KAI
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS302-STATUS.
           SELECT  INQ-REPORT      ASSIGN TO "QTS026RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QXTS22A-CTLFILE.
       01  QXTS22A-REC.
           COPY QXTS22A REPLACING ==()== BY ==QXTS22A==.
       FD  QTS253-KUJYO.
       01  QTS253-REC.
           COPY QTS253 REPLACING ==()== BY ==QTS253==.
       FD  QTS302-KEIZOKU.
       01  QTS302-REC.
           COPY QTS302 REPLACING ==()== BY ==QTS302==.
       FD  INQ-REPORT.
       01  INQ-REPORT-LINE             PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS015-STATUS        PIC X(02).
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QXTS22A-STATUS       PIC X(02).
       01  WS-QTS253-STATUS        PIC X(02).
       01  WS-QTS302-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SEARCH-KEY.
             07  WS-RB-KNG         PIC S9(11).
       01  WS-JIKO-CNT             PIC 9(03)     VALUE ZERO.
       01  WS-KAZOKU-CNT           PIC 9(01)     VALUE ZERO.
       01  WS-KUJYO-CNT            PIC 9(03)     VALUE ZERO.
       01  WS-KUJYO-MIKAI-CNT      PIC 9(03)     VALUE ZERO.
       01  WS-KUJYO-SAISHINYMD     PIC 9(08)     VALUE ZERO.
       01  WS-KEIZOKU-CNT          PIC 9(03)     VALUE ZERO.
       01  WS-KEIZOKU-TEISI-CNT    PIC 9(03)     VALUE ZERO.
       01  WS-KZ-LINE.
           05  WS-KZ-KAMEITENNO    PIC X(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KZ-SAISHUYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KZ-SAISHUKNG     PIC -ZZZZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KZ-JOUTAI        PIC X(06).
       01  WS-RIYOUSHA-CD          PIC 9(01).
       01  WS-EDIT-LINE            PIC X(100).
       01  WS-NUM-EDIT             PIC ----------9.
           PERFORM 5000-SHOW-KAISHU
           PERFORM 6000-SHOW-KAZOKU
           PERFORM 7000-SHOW-PENDING
           PERFORM 7500-SHOW-KUJYO
           PERFORM 7700-SHOW-KEIZOKU
           PERFORM 9000-TERMINATE
           STOP RUN.

           OPEN INPUT  QTS015-HIST
           OPEN INPUT  QTS020-KAZOKU
           OPEN INPUT  QXTS22A-CTLFILE
           OPEN INPUT  QTS253-KUJYO
           OPEN INPUT  QTS302-KEIZOKU
           OPEN OUTPUT INQ-REPORT
           DISPLAY "MEMBER KIGYOUCD/SUBRANGE/NAIBUKAIINNO ?"
           ACCEPT WS-SEARCH-KEY.
               END-IF
           END-IF.

      * 苦情・相談（QTS253）を走査し、当会員の受付件数・未解決件数
      * と直近受付日を表示する。取消分は数えない。
       7500-SHOW-KUJYO.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS253-SEG
           START QTS253-KUJYO KEY >= QTS253-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 7600-COUNT-KUJYO UNTIL WS-EOF
           MOVE "KUJYO KENSU "       TO WS-ST-LABEL
           MOVE WS-KUJYO-CNT         TO WS-ST-VALUE
           PERFORM 8000-WRITE-LINE
           IF  WS-KUJYO-CNT > ZERO
               MOVE "KUJYO MIKAI "   TO WS-ST-LABEL
               MOVE WS-KUJYO-MIKAI-CNT TO WS-ST-VALUE
               PERFORM 8000-WRITE-LINE
               MOVE "KUJYO SAISHN"   TO WS-ST-LABEL
               MOVE WS-KUJYO-SAISHINYMD TO WS-ST-VALUE
               PERFORM 8000-WRITE-LINE
           END-IF.

       7600-COUNT-KUJYO.
           READ QTS253-KUJYO NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               IF  QTS253-TAISHOKBN       = "1"
               AND QTS253-KAIKIGYOUCD     = WS-KIGYOUCD
               AND QTS253-KAISUBRANGEKEY  = WS-SUBRANGEKEY
               AND QTS253-KAINAIBUKAIINNO = WS-NAIBUKAIINNO
               AND QTS253-KUJYOSTS NOT = "9"
                   ADD 1 TO WS-KUJYO-CNT
                   IF  QTS253-KUJYOSTS NOT = "3"
                       ADD 1 TO WS-KUJYO-MIKAI-CNT
                   END-IF
                   IF  QTS253-UKETSUKEYMD > WS-KUJYO-SAISHINYMD
                       MOVE QTS253-UKETSUKEYMD
                           TO WS-KUJYO-SAISHINYMD
                   END-IF
               END-IF
           END-IF.

      * 継続課金登録（QTS302）を会員キーの代替キーで読み、加盟店
      * ごとに直近課金日・金額と課金停止の有無を表示する。停止の
      * 申出・解除はQTS302Mで行う。
       7700-SHOW-KEIZOKU.
           MOVE "N" TO WS-EOF-SW
           MOVE WS-KIGYOUCD          TO QTS302-KAIKIGYOUCD
           MOVE WS-SUBRANGEKEY       TO QTS302-KAISUBRANGEKEY
           MOVE WS-NAIBUKAIINNO      TO QTS302-KAINAIBUKAIINNO
           START QTS302-KEIZOKU KEY IS EQUAL TO QTS302-KAI
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 7800-SHOW-KEIZOKU-ONE UNTIL WS-EOF
           MOVE "KEIZOKU KSU "       TO WS-ST-LABEL
           MOVE WS-KEIZOKU-CNT       TO WS-ST-VALUE
           PERFORM 8000-WRITE-LINE
           IF  WS-KEIZOKU-TEISI-CNT > ZERO
               MOVE "KEIZOKU TEIS"   TO WS-ST-LABEL
               MOVE WS-KEIZOKU-TEISI-CNT TO WS-ST-VALUE
               PERFORM 8000-WRITE-LINE
           END-IF.

       7800-SHOW-KEIZOKU-ONE.
           READ QTS302-KEIZOKU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               IF  QTS302-KAIKIGYOUCD     = WS-KIGYOUCD
               AND QTS302-KAISUBRANGEKEY  = WS-SUBRANGEKEY
               AND QTS302-KAINAIBUKAIINNO = WS-NAIBUKAIINNO
                   ADD 1 TO WS-KEIZOKU-CNT
                   MOVE QTS302-PRMKAMEITENNO TO WS-KZ-KAMEITENNO
                   MOVE QTS302-SAISHUYMD TO WS-KZ-SAISHUYMD
                   MOVE QTS302-SAISHUKNG TO WS-KZ-SAISHUKNG
                   IF  QTS302-TEISISTS = "1"
                       ADD 1 TO WS-KEIZOKU-TEISI-CNT
                       MOVE "TEISI "     TO WS-KZ-JOUTAI
                   ELSE
                       MOVE "KAKIN "     TO WS-KZ-JOUTAI
                   END-IF
                   MOVE "KEIZOKU KAKN"   TO WS-ST-LABEL
                   MOVE WS-KZ-LINE       TO WS-ST-VALUE
                   PERFORM 8000-WRITE-LINE
               ELSE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       8000-WRITE-LINE.
           MOVE SPACES               TO WS-EDIT-LINE
           STRING WS-ST-LABEL " " WS-ST-VALUE
           CLOSE QTS015-HIST
           CLOSE QTS020-KAZOKU
           CLOSE QXTS22A-CTLFILE
           CLOSE QTS253-KUJYO
           CLOSE QTS302-KEIZOKU
           CLOSE INQ-REPORT.
