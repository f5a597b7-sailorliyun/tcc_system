      *8...........2.........3.........4.........5........6........7.........8
      *    QTS297M
      ****************************************************************
      *                帳票管理マスタメンテナンス処理                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    帳票アーカイブへ保管する帳票の種類（QTS297）を登録・変更・
      *    削除する。保管期間の変更は、保管中のアーカイブにも次回の
      *    保管期限消去（QTS299B）から適用される。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS297M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RPT-TRANFILE    ASSIGN TO "QTS297TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS297-RPTMST   ASSIGN TO "QTS297"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS297-PRM
                   FILE STATUS IS WS-QTS297-STATUS.
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
       FD  RPT-TRANFILE.
       01  RPT-TRAN-REC.
           05  RPT-ACTIONKBN           PIC 9(01).
      *        1:登録・変更  2:削除
           05  RPT-REPORTID            PIC X(08).
           05  RPT-REPORTMEI           PIC N(15).
           05  RPT-SAKUSEIPG           PIC X(08).
           05  RPT-HOKANTUKISU         PIC 9(03).
           05  RPT-PAGEGYOSU           PIC 9(03).
           05  RPT-ETSURANTRANID       PIC X(08).
           05  RPT-OPERATORID          PIC X(08).
           05  RPT-TABANO              PIC X(05).
       FD  QTS297-RPTMST.
       01  QTS297-REC.
           COPY QTS297 REPLACING ==()== BY ==QTS297==.
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
       01  WS-QTS297-STATUS        PIC X(02).
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
           OPEN INPUT  RPT-TRANFILE
           OPEN I-O    QTS297-RPTMST
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ RPT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 保管期間は監査対応上の保存義務に関わるため、権限のある
      * オペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  RPT-REPORTID = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS297M: REPORTID NASHI"
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE RPT-REPORTID         TO QTS297-PRMREPORTID
           EVALUATE RPT-ACTIONKBN
               WHEN 1 PERFORM 3000-REGISTER-REPORT
               WHEN 2 PERFORM 4000-DELETE-REPORT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS297M: BAD ACTION " RPT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ RPT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE RPT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS297M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS297M: KENGEN NASHI " RPT-OPERATORID
           END-IF.

       3000-REGISTER-REPORT.
           READ QTS297-RPTMST
               INVALID KEY
                   INITIALIZE QTS297-REC
                   MOVE RPT-REPORTID TO QTS297-PRMREPORTID
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS297-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           MOVE RPT-REPORTMEI        TO QTS297-REPORTMEI
           MOVE RPT-SAKUSEIPG        TO QTS297-SAKUSEIPG
           MOVE RPT-HOKANTUKISU      TO QTS297-HOKANTUKISU
           MOVE RPT-PAGEGYOSU        TO QTS297-PAGEGYOSU
           MOVE RPT-ETSURANTRANID    TO QTS297-ETSURANTRANID
           MOVE WS-TODAY             TO QTS297-TOROKUYMD
           MOVE RPT-OPERATORID       TO QTS297-OPERATORID
           MOVE WS-TODAY             TO QTS297-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS297-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS297-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS297-REC
           ELSE
               REWRITE QTS297-REC
           END-IF
           ADD 1 TO WS-TOROKU-COUNT
           MOVE QTS297-REC           TO WS-JN-AFTER
           MOVE QTS297-PRM           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

      * 削除しても保管中のアーカイブは消さない（保管期限は索引に
      * 記録済の年月で扱う）。
       4000-DELETE-REPORT.
           READ QTS297-RPTMST
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS297M: TOUROKU NASHI " QTS297-PRM
               NOT INVALID KEY
                   MOVE QTS297-REC   TO WS-JN-BEFORE
                   DELETE QTS297-RPTMST
                   ADD 1 TO WS-SAKUJO-COUNT
                   MOVE SPACES       TO WS-JN-AFTER
                   MOVE "D"          TO WS-JN-ACTION
                   MOVE QTS297-PRM   TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS297M: TOROKU=" WS-TOROKU-COUNT
                   " SAKUJO=" WS-SAKUJO-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE RPT-TRANFILE
           CLOSE QTS297-RPTMST
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS297M"            TO QTS025-TRANID
           MOVE RPT-OPERATORID       TO QTS025-OPERATORID
           MOVE RPT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
