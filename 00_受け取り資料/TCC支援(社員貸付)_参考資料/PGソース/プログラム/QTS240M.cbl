      *8...........2.........3.........4.........5........6........7.........8
      *    QTS240M
      ****************************************************************
      *                営業日カレンダーメンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS240M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CAL-TRANFILE    ASSIGN TO "QTS240TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
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
       FD  CAL-TRANFILE.
       01  CAL-TRAN-REC.
           05  CLT-ACTIONKBN           PIC 9(01).
      *        1:休業日登録・変更  2:休業日削除  3:年次確定
      *        4:年次確定取消
           05  CLT-YMD                 PIC 9(08).
      *        年次確定・取消は年（先頭４桁）のみ参照
           05  CLT-GINKOKYUKBN         PIC X(01).
           05  CLT-TOSHAKYUKBN         PIC X(01).
           05  CLT-ZENGINKYUKBN        PIC X(01).
           05  CLT-KYUJITSUMEI         PIC N(10).
           05  CLT-OPERATORID          PIC X(08).
           05  CLT-TABANO              PIC X(05).
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
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
       01  WS-QTS240-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-CAL-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-CAL-EOF                        VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-CAL-INT              PIC 9(08).
       01  WS-CAL-YOUBI            PIC 9(01).
       01  WS-NEN                  PIC 9(04).
       01  WS-NEN-KENSU            PIC 9(03).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOROKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-SAKUJO-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-KAKUTEI-COUNT        PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  CAL-TRANFILE
           OPEN I-O    QTS240-CALENDAR
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ CAL-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * カレンダーは振替日・支払期日の算出根拠となるため、権限の
      * あるオペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE CLT-ACTIONKBN
               WHEN 1 PERFORM 3000-REGISTER-DAY THRU 3000-EXIT
               WHEN 2 PERFORM 4000-DELETE-DAY
               WHEN 3 PERFORM 5000-KAKUTEI-NEN
               WHEN 4 PERFORM 6000-TORIKESHI-NEN
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS240M: BAD ACTION " CLT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ CAL-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE CLT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS240M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS240M: KENGEN NASHI " CLT-OPERATORID
           END-IF.

      * 平日の休業・非処理・非決済日を登録する。土日は各バッチが
      * 曜日で判定するため受け付けない。区分がすべて空白の登録は
      * 削除として扱う。
       3000-REGISTER-DAY.
           IF  CLT-YMD(5:4) = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS240M: YMD FUSEI " CLT-YMD
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(CLT-YMD)
           COMPUTE WS-CAL-YOUBI = FUNCTION MOD(WS-CAL-INT, 7)
           IF  WS-CAL-YOUBI = 0 OR 6
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS240M: DONICHI TOUROKU FUYOU " CLT-YMD
               GO TO 3000-EXIT
           END-IF
           IF  CLT-GINKOKYUKBN  = SPACE
           AND CLT-TOSHAKYUKBN  = SPACE
           AND CLT-ZENGINKYUKBN = SPACE
               PERFORM 4000-DELETE-DAY
               GO TO 3000-EXIT
           END-IF
           MOVE CLT-YMD              TO QTS240-PRMYMD
           READ QTS240-CALENDAR
               INVALID KEY
                   INITIALIZE QTS240-REC
                   MOVE CLT-YMD    TO QTS240-PRMYMD
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS240-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           MOVE CLT-GINKOKYUKBN      TO QTS240-GINKOKYUKBN
           MOVE CLT-TOSHAKYUKBN      TO QTS240-TOSHAKYUKBN
           MOVE CLT-ZENGINKYUKBN     TO QTS240-ZENGINKYUKBN
           MOVE CLT-KYUJITSUMEI      TO QTS240-KYUJITSUMEI
           MOVE WS-TODAY             TO QTS240-TOROKUYMD
           MOVE CLT-OPERATORID       TO QTS240-OPERATORID
           MOVE WS-TODAY             TO QTS240-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS240-REC
           ELSE
               REWRITE QTS240-REC
           END-IF
           ADD 1 TO WS-TOROKU-COUNT
           MOVE QTS240-REC           TO WS-JN-AFTER
           MOVE QTS240-PRMYMD        TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL
           PERFORM 7000-WARN-KAKUTEIZUMI.

       3000-EXIT.
           EXIT.

       4000-DELETE-DAY.
           MOVE CLT-YMD              TO QTS240-PRMYMD
           READ QTS240-CALENDAR
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS240M: TOUROKU NASHI " CLT-YMD
               NOT INVALID KEY
                   MOVE QTS240-REC   TO WS-JN-BEFORE
                   DELETE QTS240-CALENDAR
                   ADD 1 TO WS-SAKUJO-COUNT
                   MOVE SPACES       TO WS-JN-AFTER
                   MOVE "D"          TO WS-JN-ACTION
                   MOVE CLT-YMD      TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
                   PERFORM 7000-WARN-KAKUTEIZUMI
           END-READ.

      * 年次確定。当該年の登録日数を数えて確定レコード（YYYY0000）
      * を作る。確定のない年は振替日等を算出するバッチが異常終了
      * するため、翌年分は前年中に確定させる運用とする。
       5000-KAKUTEI-NEN.
           MOVE CLT-YMD(1:4)         TO WS-NEN
           MOVE ZERO                 TO WS-NEN-KENSU
           MOVE "N"                  TO WS-CAL-EOF-SW
           COMPUTE QTS240-PRMYMD = WS-NEN * 10000 + 1
           START QTS240-CALENDAR KEY >= QTS240-PRM
               INVALID KEY SET WS-CAL-EOF TO TRUE
           END-START
           PERFORM 5100-COUNT-DAY UNTIL WS-CAL-EOF
           COMPUTE QTS240-PRMYMD = WS-NEN * 10000
           READ QTS240-CALENDAR
               INVALID KEY
                   INITIALIZE QTS240-REC
                   COMPUTE QTS240-PRMYMD = WS-NEN * 10000
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS240-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           MOVE WS-NEN-KENSU         TO QTS240-KAKUTEIKENSU
           MOVE WS-TODAY             TO QTS240-TOROKUYMD
           MOVE CLT-OPERATORID       TO QTS240-OPERATORID
           MOVE WS-TODAY             TO QTS240-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS240-REC
           ELSE
               REWRITE QTS240-REC
           END-IF
           ADD 1 TO WS-KAKUTEI-COUNT
           MOVE QTS240-REC           TO WS-JN-AFTER
           MOVE QTS240-PRMYMD        TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL
           DISPLAY "QTS240M: NENJI KAKUTEI " WS-NEN
                   " KENSU=" WS-NEN-KENSU.

       5100-COUNT-DAY.
           READ QTS240-CALENDAR NEXT
               AT END SET WS-CAL-EOF TO TRUE
           END-READ
           IF  NOT WS-CAL-EOF
               IF  QTS240-PRMYMD(1:4) = WS-NEN
                   ADD 1 TO WS-NEN-KENSU
               ELSE
                   SET WS-CAL-EOF TO TRUE
               END-IF
           END-IF.

       6000-TORIKESHI-NEN.
           MOVE CLT-YMD(1:4)         TO WS-NEN
           COMPUTE QTS240-PRMYMD = WS-NEN * 10000
           READ QTS240-CALENDAR
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS240M: KAKUTEI NASHI " WS-NEN
               NOT INVALID KEY
                   MOVE QTS240-REC   TO WS-JN-BEFORE
                   DELETE QTS240-CALENDAR
                   ADD 1 TO WS-KAKUTEI-COUNT
                   MOVE SPACES       TO WS-JN-AFTER
                   MOVE "D"          TO WS-JN-ACTION
                   MOVE QTS240-PRMYMD TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

      * 確定済の年を変更した場合は、確定日数と食い違う旨を表示する
      * （再確定で件数を合わせる）。
       7000-WARN-KAKUTEIZUMI.
           MOVE CLT-YMD(1:4)         TO WS-NEN
           COMPUTE QTS240-PRMYMD = WS-NEN * 10000
           READ QTS240-CALENDAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "QTS240M: KAKUTEIZUMI NEN HENKOU "
                           CLT-YMD " SAIKAKUTEI YOU"
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS240M: TOROKU=" WS-TOROKU-COUNT
                   " SAKUJO=" WS-SAKUJO-COUNT
                   " KAKUTEI=" WS-KAKUTEI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE CAL-TRANFILE
           CLOSE QTS240-CALENDAR
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS240M"            TO QTS025-TRANID
           MOVE CLT-OPERATORID       TO QTS025-OPERATORID
           MOVE CLT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
