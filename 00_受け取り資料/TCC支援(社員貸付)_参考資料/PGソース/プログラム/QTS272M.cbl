      *8...........2.........3.........4.........5........6........7.........8
      *    QTS272M
      ****************************************************************
      *                認定利息基準利率メンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS272M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KIJUN-TRANFILE  ASSIGN TO "QTS272TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS272-KIJUN    ASSIGN TO "QTS272"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS272-PRM
                   FILE STATUS IS WS-QTS272-STATUS.
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
       FD  KIJUN-TRANFILE.
       01  KIJUN-TRAN-REC.
           05  KJT-ACTIONKBN           PIC 9(01).
      *        1:登録・変更  2:削除
           05  KJT-YUKOKAISHI          PIC 9(08).
           05  KJT-KIJUNRIRITSU        PIC 99V99.
           05  KJT-SHOGAKUMENJOGAKU    PIC 9(07).
           05  KJT-OPERATORID          PIC X(08).
           05  KJT-TABANO              PIC X(05).
       FD  QTS272-KIJUN.
       01  QTS272-REC.
           COPY QTS272 REPLACING ==()== BY ==QTS272==.
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
       01  WS-QTS272-STATUS        PIC X(02).
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
       01  WS-TOROKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-SAKUJO-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  KIJUN-TRANFILE
           OPEN I-O    QTS272-KIJUN
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ KIJUN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 基準利率は従業員の課税所得の算定根拠となるため、権限の
      * あるオペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE KJT-ACTIONKBN
               WHEN 1 PERFORM 3000-REGISTER-RATE THRU 3000-EXIT
               WHEN 2 PERFORM 4000-DELETE-RATE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS272M: BAD ACTION " KJT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KIJUN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE KJT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS272M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS272M: KENGEN NASHI " KJT-OPERATORID
           END-IF.

      * 適用開始日ごとに基準利率と少額免除額を登録する。年の途中
      * の改定も受け付けるが、計算済の月へは遡及しない。
       3000-REGISTER-RATE.
           IF  KJT-YUKOKAISHI(5:4) = ZERO
           OR  KJT-YUKOKAISHI(5:2) > 12
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS272M: YMD FUSEI " KJT-YUKOKAISHI
               GO TO 3000-EXIT
           END-IF
           IF  KJT-KIJUNRIRITSU = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS272M: RIRITSU FUSEI " KJT-YUKOKAISHI
               GO TO 3000-EXIT
           END-IF
           MOVE KJT-YUKOKAISHI       TO QTS272-PRMYUKOKAISHI
           READ QTS272-KIJUN
               INVALID KEY
                   INITIALIZE QTS272-REC
                   MOVE KJT-YUKOKAISHI TO QTS272-PRMYUKOKAISHI
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS272-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           MOVE KJT-KIJUNRIRITSU     TO QTS272-KIJUNRIRITSU
           MOVE KJT-SHOGAKUMENJOGAKU TO QTS272-SHOGAKUMENJOGAKU
           MOVE WS-TODAY             TO QTS272-TOROKUYMD
           MOVE KJT-OPERATORID       TO QTS272-OPERATORID
           MOVE WS-TODAY             TO QTS272-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS272-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS272-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS272-REC
           ELSE
               REWRITE QTS272-REC
           END-IF
           ADD 1 TO WS-TOROKU-COUNT
           MOVE QTS272-REC           TO WS-JN-AFTER
           MOVE QTS272-PRMYUKOKAISHI TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

       4000-DELETE-RATE.
           MOVE KJT-YUKOKAISHI       TO QTS272-PRMYUKOKAISHI
           READ QTS272-KIJUN
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS272M: TOUROKU NASHI " KJT-YUKOKAISHI
               NOT INVALID KEY
                   MOVE QTS272-REC   TO WS-JN-BEFORE
                   DELETE QTS272-KIJUN
                   ADD 1 TO WS-SAKUJO-COUNT
                   MOVE SPACES       TO WS-JN-AFTER
                   MOVE "D"          TO WS-JN-ACTION
                   MOVE KJT-YUKOKAISHI TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS272M: TOROKU=" WS-TOROKU-COUNT
                   " SAKUJO=" WS-SAKUJO-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE KIJUN-TRANFILE
           CLOSE QTS272-KIJUN
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS272M"            TO QTS025-TRANID
           MOVE KJT-OPERATORID       TO QTS025-OPERATORID
           MOVE KJT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
