      *8...........2.........3.........4.........5........6........7.........8
      *    QTS299B
      ****************************************************************
      *                帳票アーカイブ保管期限消去バッチ              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    保管中の帳票アーカイブについて、帳票管理マスタ（QTS297）の
      *    現在の保管期間で保管期限年月を引き直し、期限の月を過ぎた
      *    ものは本体（QTS299）の行を消去して索引（QTS298）を消去済
      *    とする。マスタから削除された帳票は索引に記録済の期限による。
      *    消去した帳票は消去リストに出力する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS299B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS297-RPTMST   ASSIGN TO "QTS297"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS297-PRM
                   FILE STATUS IS WS-QTS297-STATUS.
           SELECT  QTS298-ARCIDX   ASSIGN TO "QTS298"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS298-PRM
                   FILE STATUS IS WS-QTS298-STATUS.
           SELECT  QTS299-ARCDATA  ASSIGN TO "QTS299"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS299-PRM
                   FILE STATUS IS WS-QTS299-STATUS.
           SELECT  PURGE-LIST      ASSIGN TO "QTS299LS"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS297-RPTMST.
       01  QTS297-REC.
           COPY QTS297 REPLACING ==()== BY ==QTS297==.
       FD  QTS298-ARCIDX.
       01  QTS298-REC.
           COPY QTS298 REPLACING ==()== BY ==QTS298==.
       FD  QTS299-ARCDATA.
       01  QTS299-REC.
           COPY QTS299 REPLACING ==()== BY ==QTS299==.
       FD  PURGE-LIST.
       01  PURGE-LIST-LINE             PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS297-STATUS        PIC X(02).
       01  WS-QTS298-STATUS        PIC X(02).
       01  WS-QTS299-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TOUGETU              PIC 9(06).
       01  WS-HOKANTUKISU          PIC 9(03).
       01  WS-KIGENYM              PIC 9(06).
      * 保管期限年月の計算（QTS298Bと同じ方法）
       01  WS-TUKI-TOTAL           PIC 9(07).
       01  WS-KG-YYYY              PIC 9(04).
       01  WS-KG-MM                PIC 9(02).
       01  WS-KG-YM.
           05  WS-KG-YM-YYYY       PIC 9(04).
           05  WS-KG-YM-MM         PIC 9(02).
       01  WS-SHOUKYO-GYO          PIC 9(07).
       01  WS-HOKAN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SHOUKYO-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KIGEN-HENKO-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-GYO-TOTAL            PIC 9(09)     VALUE ZERO.
       01  WS-LIST-LINE.
           05  WS-LS-REPORTID      PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-SAKUSEIYMD    PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-SAKUSEITIME   PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-GYOUMUYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-JOBID         PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-HOKANKIGENYM  PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-LS-GYO           PIC ZZZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE WS-TODAY(1:6)        TO WS-TOUGETU
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ARCHIVE THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QTS297-RPTMST
           OPEN I-O    QTS298-ARCIDX
           OPEN I-O    QTS299-ARCDATA
           OPEN OUTPUT PURGE-LIST
           READ QTS298-ARCIDX NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-CHECK-ARCHIVE.
           IF  QTS298-ARCSTS NOT = "1"
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-HOKAN-COUNT
           PERFORM 3000-CALC-KIGEN
           IF  WS-KIGENYM NOT = QTS298-HOKANKIGENYM
               MOVE WS-KIGENYM       TO QTS298-HOKANKIGENYM
               ADD 1 TO WS-KIGEN-HENKO-COUNT
               MOVE WS-TODAY         TO QTS298-HOSTSHORIYMD
               MOVE WS-NOW-TIME      TO QTS298-HOSTSHORITIME
               MOVE WS-TODAY         TO QTS298-SVRKOUSHINYMD
               REWRITE QTS298-REC
           END-IF
           IF  QTS298-HOKANKIGENYM NOT < WS-TOUGETU
               GO TO 2000-NEXT
           END-IF
           PERFORM 4000-PURGE-DATA
           MOVE "9"                  TO QTS298-ARCSTS
           MOVE WS-TODAY             TO QTS298-SHOUKYOYMD
           MOVE WS-TODAY             TO QTS298-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS298-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS298-SVRKOUSHINYMD
           REWRITE QTS298-REC
           ADD 1 TO WS-SHOUKYO-COUNT
           PERFORM 5000-WRITE-LIST.

       2000-NEXT.
           READ QTS298-ARCIDX NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      * マスタにある帳票は現在の保管月数で期限を引き直す。保管月数
      * ゼロは永年保管（999999）。
       3000-CALC-KIGEN.
           MOVE QTS298-HOKANKIGENYM  TO WS-KIGENYM
           MOVE QTS298-PRMREPORTID   TO QTS297-PRMREPORTID
           READ QTS297-RPTMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTS297-HOKANTUKISU TO WS-HOKANTUKISU
                   IF  WS-HOKANTUKISU = ZERO
                       MOVE 999999 TO WS-KIGENYM
                   ELSE
                       MOVE QTS298-GYOUMUYMD(1:4) TO WS-KG-YYYY
                       MOVE QTS298-GYOUMUYMD(5:2) TO WS-KG-MM
                       COMPUTE WS-TUKI-TOTAL =
                           WS-KG-YYYY * 12 + WS-KG-MM - 1
                           + WS-HOKANTUKISU
                       DIVIDE WS-TUKI-TOTAL BY 12
                           GIVING WS-KG-YM-YYYY
                           REMAINDER WS-KG-YM-MM
                       ADD 1 TO WS-KG-YM-MM
                       MOVE WS-KG-YM TO WS-KIGENYM
                   END-IF
           END-READ.

      * 索引と同じキーの本体の行をすべて消去する。
       4000-PURGE-DATA.
           MOVE ZERO                 TO WS-SHOUKYO-GYO
           MOVE "N"                  TO WS-SCAN-EOF-SW
           MOVE QTS298-PRMREPORTID   TO QTS299-PRMREPORTID
           MOVE QTS298-PRMSAKUSEIYMD TO QTS299-PRMSAKUSEIYMD
           MOVE QTS298-PRMSAKUSEITIME TO QTS299-PRMSAKUSEITIME
           MOVE ZERO                 TO QTS299-PRMGYONO
           START QTS299-ARCDATA KEY >= QTS299-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 4100-DELETE-LINE THRU 4100-EXIT
               UNTIL WS-SCAN-EOF
           ADD WS-SHOUKYO-GYO        TO WS-GYO-TOTAL.

       4100-DELETE-LINE.
           READ QTS299-ARCDATA NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF  QTS299-PRMREPORTID    NOT = QTS298-PRMREPORTID
           OR  QTS299-PRMSAKUSEIYMD  NOT = QTS298-PRMSAKUSEIYMD
           OR  QTS299-PRMSAKUSEITIME NOT = QTS298-PRMSAKUSEITIME
               SET WS-SCAN-EOF TO TRUE
               GO TO 4100-EXIT
           END-IF
           DELETE QTS299-ARCDATA
           ADD 1 TO WS-SHOUKYO-GYO.

       4100-EXIT.
           EXIT.

       5000-WRITE-LIST.
           MOVE QTS298-PRMREPORTID   TO WS-LS-REPORTID
           MOVE QTS298-PRMSAKUSEIYMD TO WS-LS-SAKUSEIYMD
           MOVE QTS298-PRMSAKUSEITIME TO WS-LS-SAKUSEITIME
           MOVE QTS298-GYOUMUYMD     TO WS-LS-GYOUMUYMD
           MOVE QTS298-JOBID         TO WS-LS-JOBID
           MOVE QTS298-HOKANKIGENYM  TO WS-LS-HOKANKIGENYM
           MOVE WS-SHOUKYO-GYO       TO WS-LS-GYO
           MOVE WS-LIST-LINE         TO PURGE-LIST-LINE
           WRITE PURGE-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS299B: HOKANCHU=" WS-HOKAN-COUNT
                   " SHOUKYO=" WS-SHOUKYO-COUNT
                   " KIGEN-HENKO=" WS-KIGEN-HENKO-COUNT
                   " SHOUKYO-GYO=" WS-GYO-TOTAL
           CLOSE QTS297-RPTMST
           CLOSE QTS298-ARCIDX
           CLOSE QTS299-ARCDATA
           CLOSE PURGE-LIST.
