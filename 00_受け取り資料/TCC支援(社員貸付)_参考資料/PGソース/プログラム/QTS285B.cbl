      *8...........2.........3.........4.........5........6........7.........8
      *    QTS285B
      ****************************************************************
      *                保留更新適用バッチ（夜間終了後）              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS285B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS285-HORYU    ASSIGN TO "QTS285"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS285-SEG
                   FILE STATUS IS WS-QTS285-STATUS.
           SELECT  QTS171-JOBNET   ASSIGN TO "QTS171"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS171-PRMJOBID
                   FILE STATUS IS WS-QTS171-STATUS.
           SELECT  QTS024-YOYAKU   ASSIGN TO "QTS024"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS024-PRM
                   FILE STATUS IS WS-QTS024-STATUS.
           SELECT  QTS134-HENKOU   ASSIGN TO "QTS134"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS134-SEG
                   FILE STATUS IS WS-QTS134-STATUS.
           SELECT  QTS012-MASTER   ASSIGN TO "QTS012"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS012-PRM
                   FILE STATUS IS WS-QTS012-STATUS.
           SELECT  QTS029-SEIGEN   ASSIGN TO "QTS029"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS029-PRM
                   FILE STATUS IS WS-QTS029-STATUS.
           SELECT  QTS083-MOUSHIKOMI ASSIGN TO "QTS083"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS083-PRM
                   FILE STATUS IS WS-QTS083-STATUS.
      *    再投入取引。ジョブ制御で各保守処理の取引ファイル（QTS024TR・
      *    QTS134TR・GENDOTRAN・QTS029TR・QTS083TR）に割り当て、本バッチ
      *    の後続ステップで保守処理を再実行する。
           SELECT  RT024-FILE      ASSIGN TO "QTS024RT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RT134-FILE      ASSIGN TO "QTS134RT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RT014-FILE      ASSIGN TO "QTS014RT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RT029-FILE      ASSIGN TO "QTS029RT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RT083-FILE      ASSIGN TO "QTS083RT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  HORYU-RPTFILE   ASSIGN TO "QTS285RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS285-HORYU.
       01  QTS285-REC.
           COPY QTS285 REPLACING ==()== BY ==QTS285==.
       FD  QTS171-JOBNET.
       01  QTS171-REC.
           COPY QTS171 REPLACING ==()== BY ==QTS171==.
       FD  QTS024-YOYAKU.
       01  QTS024-REC.
           COPY QTS024 REPLACING ==()== BY ==QTS024==.
       FD  QTS134-HENKOU.
       01  QTS134-REC.
           COPY QTS134 REPLACING ==()== BY ==QTS134==.
       FD  QTS012-MASTER.
       01  QTS012-REC.
           COPY QTS012 REPLACING ==()== BY ==QTS012==.
       FD  QTS029-SEIGEN.
       01  QTS029-REC.
           COPY QTS029 REPLACING ==()== BY ==QTS029==.
       FD  QTS083-MOUSHIKOMI.
       01  QTS083-REC.
           COPY QTS083 REPLACING ==()== BY ==QTS083==.
       FD  RT024-FILE.
       01  RT024-REC                   PIC X(284).
       FD  RT134-FILE.
       01  RT134-REC                   PIC X(37).
       FD  RT014-FILE.
       01  RT014-REC                   PIC X(36).
       FD  RT029-FILE.
       01  RT029-REC                   PIC X(40).
       FD  RT083-FILE.
       01  RT083-REC                   PIC X(36).
       FD  HORYU-RPTFILE.
       01  HORYU-RPT-LINE              PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS285-STATUS        PIC X(02).
       01  WS-QTS171-STATUS        PIC X(02).
       01  WS-QTS024-STATUS        PIC X(02).
       01  WS-QTS134-STATUS        PIC X(02).
       01  WS-QTS012-STATUS        PIC X(02).
       01  WS-QTS029-STATUS        PIC X(02).
       01  WS-QTS083-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-CURRENT-IMAGE        PIC X(120).
       01  WS-TEKIYO-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KYOGOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ZAN-COUNT            PIC 9(07)     VALUE ZERO.
      * バッチ排他中のファイル（実行状態２・３・４のジョブの更新対象）
       01  WS-LK-COUNT             PIC 9(03)     VALUE ZERO.
       01  WS-LX                   PIC 9(03).
       01  WS-HX                   PIC 9(01).
       01  WS-LOCK-SW              PIC X(01).
           88  WS-LOCKED                         VALUE "Y".
       01  WS-LK-TBL.
           05  WS-LK-FILEID        OCCURS 200    PIC X(08).
       01  WS-RPT-LINE.
           05  WS-RP-KBN           PIC N(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-UKETSUKEYMD   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-UKETSUKETIME  PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TRANID        PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-FILEID        PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KEYINFO       PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-JOBID         PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-OPERATORID    PIC X(08).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HORYU UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QTS171-JOBNET
           MOVE LOW-VALUES TO QTS171-PRMJOBID
           START QTS171-JOBNET KEY >= QTS171-PRMJOBID
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 1100-LOAD-LOCK UNTIL WS-EOF
           CLOSE QTS171-JOBNET
           MOVE "N" TO WS-EOF-SW
           OPEN I-O    QTS285-HORYU
           OPEN INPUT  QTS024-YOYAKU
           OPEN INPUT  QTS134-HENKOU
           OPEN INPUT  QTS012-MASTER
           OPEN INPUT  QTS029-SEIGEN
           OPEN INPUT  QTS083-MOUSHIKOMI
           OPEN OUTPUT RT024-FILE
           OPEN OUTPUT RT134-FILE
           OPEN OUTPUT RT014-FILE
           OPEN OUTPUT RT029-FILE
           OPEN OUTPUT RT083-FILE
           OPEN OUTPUT HORYU-RPTFILE
           MOVE LOW-VALUES TO QTS285-SEG
           START QTS285-HORYU KEY >= QTS285-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 1200-READ-HORYU.

       1100-LOAD-LOCK.
           READ QTS171-JOBNET NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               IF  QTS171-ENDSTS = "2" OR "3" OR "4"
                   PERFORM 1110-ADD-LOCK
                       VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > 6
               END-IF
           END-IF.

       1110-ADD-LOCK.
           IF  QTS171-KOUSHINFILE(WS-HX) NOT = SPACES
               IF  WS-LK-COUNT >= 200
                   DISPLAY "QTS285B: LOCK TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LK-COUNT
               MOVE QTS171-KOUSHINFILE(WS-HX)
                                     TO WS-LK-FILEID(WS-LK-COUNT)
           END-IF.

       1200-READ-HORYU.
           IF  NOT WS-EOF
               READ QTS285-HORYU NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 保留分を受付順に読み、更新先ファイルの排他が解けているものに
      * ついて、現在の更新先レコードと受付時イメージを比較する。
      * 一致すれば取引をそのまま再投入ファイルへ書き出して適用済と
      * し、不一致（バッチが同じレコードを更新した）は競合として
      * 運転員確認へ回す。排他の解けていないものは保留のまま残す。
       2000-PROCESS-HORYU.
           IF  QTS285-HORYUSTS = SPACE
               MOVE "N" TO WS-LOCK-SW
               PERFORM 2100-CHECK-LOCK
                   VARYING WS-LX FROM 1 BY 1
                   UNTIL WS-LX > WS-LK-COUNT
               IF  WS-LOCKED
                   ADD 1 TO WS-ZAN-COUNT
                   MOVE "排他継続" TO WS-RP-KBN
                   PERFORM 8000-WRITE-RPT
               ELSE
                   PERFORM 3000-READ-CURRENT
                   IF  WS-CURRENT-IMAGE = QTS285-BEFOREIMAGE
                       PERFORM 4000-WRITE-REPLAY
                       MOVE "1" TO QTS285-HORYUSTS
                       ADD 1 TO WS-TEKIYO-COUNT
                   ELSE
                       MOVE "2" TO QTS285-HORYUSTS
                       ADD 1 TO WS-KYOGOU-COUNT
                       MOVE "競合　　" TO WS-RP-KBN
                       PERFORM 8000-WRITE-RPT
                   END-IF
                   MOVE WS-TODAY     TO QTS285-TEKIYOYMD
                   MOVE WS-NOW-TIME  TO QTS285-TEKIYOTIME
                   MOVE WS-TODAY     TO QTS285-SVRKOUSHINYMD
                   REWRITE QTS285-REC
               END-IF
           END-IF
           PERFORM 1200-READ-HORYU.

       2100-CHECK-LOCK.
           IF  WS-LK-FILEID(WS-LX) = QTS285-FILEID
               SET WS-LOCKED TO TRUE
           END-IF.

      * 保守処理が受付時に控えたのと同じ範囲（先頭１２０バイト）で
      * 現在のレコードを採る。未登録ならスペース。
       3000-READ-CURRENT.
           MOVE SPACES TO WS-CURRENT-IMAGE
           EVALUATE QTS285-FILEID
               WHEN "QTS024"
                   MOVE QTS285-KEYINFO TO QTS024-PRM
                   READ QTS024-YOYAKU
                       NOT INVALID KEY
                           MOVE QTS024-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN "QTS134"
                   MOVE QTS285-KEYINFO TO QTS134-PRM
                   READ QTS134-HENKOU
                       NOT INVALID KEY
                           MOVE QTS134-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN "QTS012"
                   MOVE QTS285-KEYINFO TO QTS012-PRM
                   READ QTS012-MASTER
                       NOT INVALID KEY
                           MOVE QTS012-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN "QTS029"
                   MOVE QTS285-KEYINFO TO QTS029-PRM
                   READ QTS029-SEIGEN
                       NOT INVALID KEY
                           MOVE QTS029-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN "QTS083"
                   MOVE QTS285-KEYINFO TO QTS083-PRM
                   READ QTS083-MOUSHIKOMI
                       NOT INVALID KEY
                           MOVE QTS083-REC TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

       4000-WRITE-REPLAY.
           EVALUATE QTS285-PRMTRANID
               WHEN "QTS024M"
                   MOVE QTS285-TRANIMAGE TO RT024-REC
                   WRITE RT024-REC
               WHEN "QTS134M"
                   MOVE QTS285-TRANIMAGE TO RT134-REC
                   WRITE RT134-REC
               WHEN "QTS014M"
                   MOVE QTS285-TRANIMAGE TO RT014-REC
                   WRITE RT014-REC
               WHEN "QTS029M"
                   MOVE QTS285-TRANIMAGE TO RT029-REC
                   WRITE RT029-REC
               WHEN "QTS083M"
                   MOVE QTS285-TRANIMAGE TO RT083-REC
                   WRITE RT083-REC
           END-EVALUATE.

       8000-WRITE-RPT.
           MOVE QTS285-PRMUKETSUKEYMD  TO WS-RP-UKETSUKEYMD
           MOVE QTS285-PRMUKETSUKETIME TO WS-RP-UKETSUKETIME
           MOVE QTS285-PRMTRANID       TO WS-RP-TRANID
           MOVE QTS285-FILEID          TO WS-RP-FILEID
           MOVE QTS285-KEYINFO         TO WS-RP-KEYINFO
           MOVE QTS285-HAITAJOBID      TO WS-RP-JOBID
           MOVE QTS285-OPERATORID      TO WS-RP-OPERATORID
           MOVE WS-RPT-LINE            TO HORYU-RPT-LINE
           WRITE HORYU-RPT-LINE.

       9000-TERMINATE.
           IF  WS-KYOGOU-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "QTS285B: TEKIYO=" WS-TEKIYO-COUNT
                   " KYOGOU=" WS-KYOGOU-COUNT
                   " ZAN=" WS-ZAN-COUNT
           CLOSE QTS285-HORYU
           CLOSE QTS024-YOYAKU
           CLOSE QTS134-HENKOU
           CLOSE QTS012-MASTER
           CLOSE QTS029-SEIGEN
           CLOSE QTS083-MOUSHIKOMI
           CLOSE RT024-FILE
           CLOSE RT134-FILE
           CLOSE RT014-FILE
           CLOSE RT029-FILE
           CLOSE RT083-FILE
           CLOSE HORYU-RPTFILE.
