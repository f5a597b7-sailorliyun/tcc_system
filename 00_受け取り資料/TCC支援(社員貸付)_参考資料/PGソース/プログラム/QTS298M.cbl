      *8...........2.........3.........4.........5........6........7.........8
      *    QTS298M
      ****************************************************************
      *                帳票アーカイブ照会処理                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    帳票アーカイブの索引（QTS298）を帳票ＩＤと業務日付の範囲
      *    で一覧し、または指定した保管日時の帳票を本体（QTS299）から
      *    出力時のまま再出力する。照会できるのは、オペレータ権限
      *    （QTS129・QTS133、取引QTS298M）に加え、帳票管理マスタ
      *    （QTS297）に閲覧取引コードがあればその取引も許可された
      *    オペレータに限る。照会は可否にかかわらずオペレータ操作
      *    ジャーナル（QTS025、操作区分Ｒ）に残す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS298M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ARC-REQFILE     ASSIGN TO "QTS298RQ"
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT  ARC-ANSFILE     ASSIGN TO "QTS298AN"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ARC-REPRINT     ASSIGN TO "QTS298SP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ARC-REQFILE.
       01  ARC-REQ-REC.
           05  REQ-SHORIKBN            PIC X(01).
      *        1:索引一覧  2:再出力
           05  REQ-REPORTID            PIC X(08).
           05  REQ-GYOUMUFROM          PIC 9(08).
           05  REQ-GYOUMUTO            PIC 9(08).
      *        一覧の業務日付範囲。ゼロ:指定なし
           05  REQ-SAKUSEIYMD          PIC 9(08).
           05  REQ-SAKUSEITIME         PIC 9(06).
      *        再出力する帳票の保管日時（一覧の出力による）
           05  REQ-OPERATORID          PIC X(08).
           05  REQ-TABANO              PIC X(05).
       FD  QTS297-RPTMST.
       01  QTS297-REC.
           COPY QTS297 REPLACING ==()== BY ==QTS297==.
       FD  QTS298-ARCIDX.
       01  QTS298-REC.
           COPY QTS298 REPLACING ==()== BY ==QTS298==.
       FD  QTS299-ARCDATA.
       01  QTS299-REC.
           COPY QTS299 REPLACING ==()== BY ==QTS299==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       FD  ARC-ANSFILE.
       01  ARC-ANS-LINE                PIC X(100).
       FD  ARC-REPRINT.
       01  ARC-REPRINT-LINE            PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS297-STATUS        PIC X(02).
       01  WS-QTS298-STATUS        PIC X(02).
       01  WS-QTS299-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-ETSURANTRANID        PIC X(08).
       01  WS-GYOUMUTO             PIC 9(08).
       01  WS-KEKKA                PIC X(01).
      *        0:回答  1:権限なし  2:該当なし  3:消去済  4:指定誤り
       01  WS-KENSU                PIC 9(07).
       01  WS-JN-KEY.
           05  WS-JK-SHORIKBN      PIC X(01).
           05  WS-JK-REPORTID      PIC X(08).
           05  WS-JK-YMD           PIC 9(08).
           05  WS-JK-TIME          PIC 9(06).
       01  WS-JN-AFTER.
           05  WS-JA-GYOUMUFROM    PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JA-GYOUMUTO      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JA-KEKKA         PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JA-KENSU         PIC 9(07).
       01  WS-ANS-LINE.
           05  WS-A-REPORTID       PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-SAKUSEIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-SAKUSEITIME    PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-GYOUMUYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-JOBID          PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-PAGESU         PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-RECORDSU       PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-HOKANKIGENYM   PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-A-ARCSTS         PIC X(01).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-A-MSG            PIC X(20).
       01  WS-KAITOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(05)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQ THRU 2900-NEXT-REQ
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  ARC-REQFILE
           OPEN INPUT  QTS297-RPTMST
           OPEN INPUT  QTS298-ARCIDX
           OPEN INPUT  QTS299-ARCDATA
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN OUTPUT ARC-ANSFILE
           OPEN OUTPUT ARC-REPRINT
           READ ARC-REQFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 帳票ＩＤのない依頼・処理区分の誤りは回答しない。権限は帳票
      * ごとに判定する。
       2000-PROCESS-REQ.
           MOVE ZERO                 TO WS-KENSU
           INITIALIZE WS-ANS-LINE
           IF  REQ-REPORTID = SPACES
           OR  REQ-SHORIKBN NOT = "1" AND "2"
               MOVE "4"              TO WS-KEKKA
               ADD 1 TO WS-NG-COUNT
               MOVE "SHITEI AYAMARI" TO WS-A-MSG
               GO TO 2800-ANSWER
           END-IF
           MOVE SPACES               TO WS-ETSURANTRANID
           MOVE REQ-REPORTID         TO QTS297-PRMREPORTID
           READ QTS297-RPTMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTS297-ETSURANTRANID TO WS-ETSURANTRANID
           END-READ
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               MOVE "1"              TO WS-KEKKA
               ADD 1 TO WS-KENGEN-NG-COUNT
               DISPLAY "QTS298M: KENGEN NASHI " REQ-OPERATORID
                       " " REQ-REPORTID
               MOVE "KENGEN NASHI"   TO WS-A-MSG
               GO TO 2800-ANSWER
           END-IF
           IF  REQ-SHORIKBN = "1"
               PERFORM 3000-LIST-INDEX
           ELSE
               PERFORM 4000-REPRINT THRU 4000-EXIT
           END-IF
           IF  WS-KEKKA = "0"
               ADD 1 TO WS-KAITOU-COUNT
               GO TO 2900-NEXT-REQ
           END-IF
           ADD 1 TO WS-NG-COUNT.

      * 回答できなかった依頼は理由を１行で返す。
       2800-ANSWER.
           MOVE REQ-REPORTID         TO WS-A-REPORTID
           MOVE REQ-SAKUSEIYMD       TO WS-A-SAKUSEIYMD
           MOVE REQ-SAKUSEITIME      TO WS-A-SAKUSEITIME
           MOVE WS-ANS-LINE          TO ARC-ANS-LINE
           WRITE ARC-ANS-LINE.

       2900-NEXT-REQ.
           PERFORM 8100-WRITE-JOURNAL
           READ ARC-REQFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 照会取引の許可に加え、閲覧取引コードのある帳票はその取引の
      * 許可も要する。
       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE REQ-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS298M"       TO QTS133-PRMTRANID
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
           IF  WS-KENGEN-OK
           AND WS-ETSURANTRANID NOT = SPACES
               MOVE "N" TO WS-KENGEN-OK-SW
               MOVE WS-ETSURANTRANID TO QTS133-PRMTRANID
               READ QTS133-ROLEKYOKA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  QTS133-KYOKAKBN = "1"
                           SET WS-KENGEN-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      * 帳票ＩＤの索引を保管日時順に読み、業務日付が範囲内のものを
      * 一覧する。
       3000-LIST-INDEX.
           MOVE "2"                  TO WS-KEKKA
           MOVE REQ-GYOUMUTO         TO WS-GYOUMUTO
           IF  WS-GYOUMUTO = ZERO
               MOVE 99999999 TO WS-GYOUMUTO
           END-IF
           MOVE "N"                  TO WS-SCAN-EOF-SW
           MOVE REQ-REPORTID         TO QTS298-PRMREPORTID
           MOVE ZERO                 TO QTS298-PRMSAKUSEIYMD
           MOVE ZERO                 TO QTS298-PRMSAKUSEITIME
           START QTS298-ARCIDX KEY >= QTS298-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3100-READ-INDEX THRU 3100-EXIT
               UNTIL WS-SCAN-EOF
           IF  WS-KEKKA NOT = "0"
               MOVE "GAITOU NASHI"   TO WS-A-MSG
           END-IF.

       3100-READ-INDEX.
           READ QTS298-ARCIDX NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF  QTS298-PRMREPORTID NOT = REQ-REPORTID
               SET WS-SCAN-EOF TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF  QTS298-GYOUMUYMD < REQ-GYOUMUFROM
           OR  QTS298-GYOUMUYMD > WS-GYOUMUTO
               GO TO 3100-EXIT
           END-IF
           MOVE "0"                  TO WS-KEKKA
           ADD 1 TO WS-KENSU
           MOVE QTS298-PRMREPORTID   TO WS-A-REPORTID
           MOVE QTS298-PRMSAKUSEIYMD TO WS-A-SAKUSEIYMD
           MOVE QTS298-PRMSAKUSEITIME TO WS-A-SAKUSEITIME
           MOVE QTS298-GYOUMUYMD     TO WS-A-GYOUMUYMD
           MOVE QTS298-JOBID         TO WS-A-JOBID
           MOVE QTS298-PAGESU        TO WS-A-PAGESU
           MOVE QTS298-RECORDSU      TO WS-A-RECORDSU
           MOVE QTS298-HOKANKIGENYM  TO WS-A-HOKANKIGENYM
           MOVE QTS298-ARCSTS        TO WS-A-ARCSTS
           IF  QTS298-ARCSTS = "9"
               MOVE "SHOUKYOZUMI"    TO WS-A-MSG
           ELSE
               MOVE SPACES           TO WS-A-MSG
           END-IF
           MOVE WS-ANS-LINE          TO ARC-ANS-LINE
           WRITE ARC-ANS-LINE.

       3100-EXIT.
           EXIT.

      * 指定の保管日時の本体を行番号順に出力時のまま書き出す。
       4000-REPRINT.
           MOVE REQ-REPORTID         TO QTS298-PRMREPORTID
           MOVE REQ-SAKUSEIYMD       TO QTS298-PRMSAKUSEIYMD
           MOVE REQ-SAKUSEITIME      TO QTS298-PRMSAKUSEITIME
           READ QTS298-ARCIDX
               INVALID KEY
                   MOVE "2"              TO WS-KEKKA
                   MOVE "GAITOU NASHI"   TO WS-A-MSG
                   GO TO 4000-EXIT
           END-READ
           IF  QTS298-ARCSTS = "9"
               MOVE "3"              TO WS-KEKKA
               MOVE "SHOUKYOZUMI"    TO WS-A-MSG
               GO TO 4000-EXIT
           END-IF
           MOVE "0"                  TO WS-KEKKA
           MOVE "N"                  TO WS-SCAN-EOF-SW
           MOVE QTS298-PRMREPORTID   TO QTS299-PRMREPORTID
           MOVE QTS298-PRMSAKUSEIYMD TO QTS299-PRMSAKUSEIYMD
           MOVE QTS298-PRMSAKUSEITIME TO QTS299-PRMSAKUSEITIME
           MOVE ZERO                 TO QTS299-PRMGYONO
           START QTS299-ARCDATA KEY >= QTS299-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 4100-READ-LINE THRU 4100-EXIT
               UNTIL WS-SCAN-EOF.

       4000-EXIT.
           EXIT.

       4100-READ-LINE.
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
           ADD 1 TO WS-KENSU
           MOVE QTS299-GYODATA       TO ARC-REPRINT-LINE
           WRITE ARC-REPRINT-LINE.

       4100-EXIT.
           EXIT.

      * 照会はすべて操作区分Ｒで記録する。対象キーに処理区分・帳票
      * ＩＤ・保管日時、変更後イメージに業務日付範囲・結果・件数を
      * 置く。
       8100-WRITE-JOURNAL.
           MOVE REQ-SHORIKBN         TO WS-JK-SHORIKBN
           MOVE REQ-REPORTID         TO WS-JK-REPORTID
           MOVE REQ-SAKUSEIYMD       TO WS-JK-YMD
           MOVE REQ-SAKUSEITIME      TO WS-JK-TIME
           MOVE REQ-GYOUMUFROM       TO WS-JA-GYOUMUFROM
           MOVE REQ-GYOUMUTO         TO WS-JA-GYOUMUTO
           MOVE WS-KEKKA             TO WS-JA-KEKKA
           MOVE WS-KENSU             TO WS-JA-KENSU
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS298M"            TO QTS025-TRANID
           MOVE REQ-OPERATORID       TO QTS025-OPERATORID
           MOVE REQ-TABANO           TO QTS025-TABANO
           MOVE "R"                  TO QTS025-ACTIONKBN
           MOVE WS-JN-KEY            TO QTS025-KEYINFO
           MOVE SPACES               TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.

       9000-TERMINATE.
           DISPLAY "QTS298M: KAITOU=" WS-KAITOU-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " NG=" WS-NG-COUNT
           CLOSE ARC-REQFILE
           CLOSE QTS297-RPTMST
           CLOSE QTS298-ARCIDX
           CLOSE QTS299-ARCDATA
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE ARC-ANSFILE
           CLOSE ARC-REPRINT.
