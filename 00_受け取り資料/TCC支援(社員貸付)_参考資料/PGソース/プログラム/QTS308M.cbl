      *8...........2.........3.........4.........5........6........7.........8
      *    QTS308M
      ****************************************************************
      *                第三者提供同意メンテナンス処理                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員の第三者提供への同意・不同意を提供先区分ごとに第三者
      *    提供同意マスタ（QTS308）へ登録する。入会申込書の同意欄は
      *    申込の入力時に取得経路１・２で、その後の同意・撤回は会員
      *    ＷＥＢ・窓口・電話・書面の取得経路で同じトランザクション
      *    として渡される。同意日と取得経路を記録し、変更前後の内容
      *    は操作ジャーナル（QTS025）に残す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS308M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  DOUI-TRANFILE   ASSIGN TO "QTS308TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS308-DOUI     ASSIGN TO "QTS308"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS308-SEG
                   FILE STATUS IS WS-QTS308-STATUS.
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
       FD  DOUI-TRANFILE.
       01  DOUI-TRAN-REC.
           05  DOT-PRMKIGYOUCD         PIC 9(04).
           05  DOT-PRMSUBRANGEKEY      PIC 9(04).
           05  DOT-PRMNAIBUKAIINNO     PIC 9(08).
           05  DOT-TEIKYOSAKIKBN       PIC X(02).
           05  DOT-DOUIKBN             PIC X(01).
      *        1:同意  9:不同意・撤回
           05  DOT-DOUIYMD             PIC 9(08).
      *        申込書・書面の記入日（ゼロは当日）
           05  DOT-DOUIKEIRO           PIC X(01).
           05  DOT-OPERATORID          PIC X(08).
           05  DOT-TABANO              PIC X(05).
       FD  QTS308-DOUI.
       01  QTS308-REC.
           COPY QTS308 REPLACING ==()== BY ==QTS308==.
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
       01  WS-QTS308-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOUROKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-HENKOU-COUNT         PIC 9(07)     VALUE ZERO.
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
           OPEN INPUT  DOUI-TRANFILE
           OPEN I-O    QTS308-DOUI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ DOUI-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 同意の登録は個人情報の提供可否を左右するため、権限のある
      * オペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           PERFORM 3000-APPLY-DOUI THRU 3000-EXIT.

       2900-NEXT-TRAN.
           READ DOUI-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE DOT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS308M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS308M: KENGEN NASHI " DOT-OPERATORID
           END-IF.

      * 会員マスタに登録のある会員の同意を提供先区分ごとに登録・
      * 変更する。撤回も不同意として上書きし、レコードは消さない。
       3000-APPLY-DOUI.
           IF  (DOT-DOUIKBN NOT = "1" AND "9")
           OR  (DOT-DOUIKEIRO NOT = "1" AND "2" AND "3" AND "4"
                                AND "5" AND "6")
           OR  DOT-TEIKYOSAKIKBN NOT NUMERIC
           OR  DOT-TEIKYOSAKIKBN = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS308M: NAIYOU NG " DOT-PRMNAIBUKAIINNO
                       " " DOT-TEIKYOSAKIKBN
               GO TO 3000-EXIT
           END-IF
           MOVE DOT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE DOT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE DOT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS308M: KAIIN NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           MOVE DOT-PRMKIGYOUCD      TO QTS308-PRMKIGYOUCD
           MOVE DOT-PRMSUBRANGEKEY   TO QTS308-PRMSUBRANGEKEY
           MOVE DOT-PRMNAIBUKAIINNO  TO QTS308-PRMNAIBUKAIINNO
           MOVE DOT-TEIKYOSAKIKBN    TO QTS308-PRMTEIKYOSAKIKBN
           READ QTS308-DOUI
               INVALID KEY
                   INITIALIZE QTS308-REC
                   MOVE DOT-PRMKIGYOUCD
                       TO QTS308-PRMKIGYOUCD
                   MOVE DOT-PRMSUBRANGEKEY
                       TO QTS308-PRMSUBRANGEKEY
                   MOVE DOT-PRMNAIBUKAIINNO
                       TO QTS308-PRMNAIBUKAIINNO
                   MOVE DOT-TEIKYOSAKIKBN
                       TO QTS308-PRMTEIKYOSAKIKBN
                   MOVE WS-TODAY     TO QTS308-TOROKUYMD
                   MOVE SPACES       TO WS-JN-BEFORE
                   MOVE "A"          TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS308-REC   TO WS-JN-BEFORE
                   MOVE "C"          TO WS-JN-ACTION
           END-READ
           MOVE DOT-DOUIKBN          TO QTS308-DOUIKBN
           IF  DOT-DOUIYMD = ZERO
               MOVE WS-TODAY         TO QTS308-DOUIYMD
           ELSE
               MOVE DOT-DOUIYMD      TO QTS308-DOUIYMD
           END-IF
           MOVE DOT-DOUIKEIRO        TO QTS308-DOUIKEIRO
           MOVE DOT-OPERATORID       TO QTS308-OPERATORID
           MOVE WS-TODAY             TO QTS308-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS308-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS308-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS308-REC
               ADD 1 TO WS-TOUROKU-COUNT
           ELSE
               REWRITE QTS308-REC
               ADD 1 TO WS-HENKOU-COUNT
           END-IF
           MOVE QTS308-REC           TO WS-JN-AFTER
           MOVE QTS308-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "QTS308M: TOUROKU=" WS-TOUROKU-COUNT
                   " HENKOU=" WS-HENKOU-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE DOUI-TRANFILE
           CLOSE QTS308-DOUI
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS308M"            TO QTS025-TRANID
           MOVE DOT-OPERATORID       TO QTS025-OPERATORID
           MOVE DOT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
