      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/08   *
      *   000002   操作ジャーナル対応            FIP      26/08/22   *
      *   000003   バッチ排他中の保留受付        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS014M.
           SELECT  QTS025-JOURNAL  ASSIGN TO "QTS025"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QTS025-STATUS.
           SELECT  QTS171-JOBNET   ASSIGN TO "QTS171"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS171-PRMJOBID
                   FILE STATUS IS WS-QTS171-STATUS.
           SELECT  QTS285-HORYU    ASSIGN TO "QTS285"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS285-SEG
                   FILE STATUS IS WS-QTS285-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  GENDO-TRANFILE.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       FD  QTS171-JOBNET.
       01  QTS171-REC.
           COPY QTS171 REPLACING ==()== BY ==QTS171==.
       FD  QTS285-HORYU.
       01  QTS285-REC.
           COPY QTS285 REPLACING ==()== BY ==QTS285==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS171-STATUS        PIC X(02).
       01  WS-QTS285-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-NEXT-HENKOUNO        PIC 9(04).
       01  WS-OLD-GENDOKBN         PIC X(01).
       01  WS-OLD-GENDOGAKU        PIC 9(05).
      * バッチ排他判定・保留受付
       01  WS-HAITA-FILEID         PIC X(08)     VALUE "QTS012".
       01  WS-HAITA-SW             PIC X(01)     VALUE "N".
           88  WS-HAITA-CHU                      VALUE "Y".
       01  WS-HAITA-EOF-SW         PIC X(01)     VALUE "N".
           88  WS-HAITA-EOF                      VALUE "Y".
       01  WS-HAITA-JOBID          PIC X(08)     VALUE SPACES.
       01  WS-HX                   PIC 9(01).
       01  WS-HR-KEYINFO           PIC X(30).
       01  WS-HR-BEFORE            PIC X(120).
       01  WS-HR-RENBAN            PIC 9(05)     VALUE ZERO.
       01  WS-HR-WRITE-SW          PIC X(01).
           88  WS-HR-WRITTEN                     VALUE "Y".
       01  WS-HORYU-COUNT          PIC 9(07)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O    QTS012-MASTER
           OPEN I-O    QTS014-HIST
           OPEN EXTEND QTS025-JOURNAL
           OPEN I-O    QTS285-HORYU
           PERFORM 1800-CHECK-HAITA
           READ GENDO-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1800-CHECK-HAITA.
           OPEN INPUT  QTS171-JOBNET
           MOVE LOW-VALUES TO QTS171-PRMJOBID
           START QTS171-JOBNET KEY >= QTS171-PRMJOBID
               INVALID KEY SET WS-HAITA-EOF TO TRUE
           END-START
           PERFORM 1810-READ-JOBNET UNTIL WS-HAITA-EOF
           CLOSE QTS171-JOBNET
           IF  WS-HAITA-CHU
               DISPLAY "QTS014M: BATCH HAITACHU " WS-HAITA-JOBID
                   " HORYU UKETSUKE"
           END-IF.

       1810-READ-JOBNET.
           READ QTS171-JOBNET NEXT
               AT END SET WS-HAITA-EOF TO TRUE
           END-READ
           IF  NOT WS-HAITA-EOF
               IF  QTS171-ENDSTS = "2" OR "3" OR "4"
                   PERFORM 1820-CHECK-KOUSHIN
                       VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > 6
               END-IF
           END-IF.

       1820-CHECK-KOUSHIN.
           IF  QTS171-KOUSHINFILE(WS-HX) = WS-HAITA-FILEID
               SET WS-HAITA-CHU TO TRUE
               MOVE QTS171-PRMJOBID TO WS-HAITA-JOBID
           END-IF.

      * 1:独自限度額の設定  2:本会員との共有への解除
      * 3:利用累計額のリセット（締め処理相当）
       2000-PROCESS-TRAN.
                   DISPLAY "QTS014M: FAMILY CARD NOT FOUND "
                           QTS012-SEG
               NOT INVALID KEY
                   IF  WS-HAITA-CHU
                       MOVE QTS012-PRM        TO WS-HR-KEYINFO
                       MOVE QTS012-REC(1:120) TO WS-HR-BEFORE
                       PERFORM 8500-WRITE-HORYU
                   ELSE
                       MOVE QTS012-GENDOKBN  TO WS-OLD-GENDOKBN
                       MOVE QTS012-GENDOGAKU TO WS-OLD-GENDOGAKU
                       MOVE QTS012-REC(1:120) TO WS-JN-BEFORE
                       PERFORM 3000-APPLY-CHANGE
                       REWRITE QTS012-REC
                       MOVE QTS012-REC(1:120) TO WS-JN-AFTER
                       MOVE "C"               TO WS-JN-ACTION
                       MOVE QTS012-PRM        TO WS-JN-KEYINFO
                       PERFORM 9100-WRITE-JOURNAL
                       PERFORM 4000-LOG-CHANGE
                   END-IF
           END-READ
           READ GENDO-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-START
           ADD 1 TO WS-NEXT-HENKOUNO.

      * 保留更新ファイルへ入力取引をそのまま受付順に書き出す。
      * 同一秒に受け付けた取引は連番で区別する。
       8500-WRITE-HORYU.
           INITIALIZE QTS285-REC
           MOVE WS-TODAY             TO QTS285-PRMUKETSUKEYMD
           MOVE WS-NOW-TIME          TO QTS285-PRMUKETSUKETIME
           MOVE "QTS014M"            TO QTS285-PRMTRANID
           MOVE WS-HAITA-FILEID      TO QTS285-FILEID
           MOVE WS-HR-KEYINFO        TO QTS285-KEYINFO
           MOVE WS-HAITA-JOBID       TO QTS285-HAITAJOBID
           MOVE GENDOT-OPERATORID    TO QTS285-OPERATORID
           MOVE GENDOT-TABANO        TO QTS285-TABANO
           MOVE SPACE                TO QTS285-HORYUSTS
           MOVE WS-HR-BEFORE         TO QTS285-BEFOREIMAGE
           MOVE GENDO-TRAN-REC       TO QTS285-TRANIMAGE
           MOVE WS-TODAY             TO QTS285-SVRKOUSHINYMD
           MOVE "N" TO WS-HR-WRITE-SW
           PERFORM 8510-WRITE-HORYU UNTIL WS-HR-WRITTEN
           ADD 1 TO WS-HORYU-COUNT.

       8510-WRITE-HORYU.
           ADD 1 TO WS-HR-RENBAN
           MOVE WS-HR-RENBAN         TO QTS285-PRMRENBAN
           WRITE QTS285-REC
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE WS-QTS285-STATUS
               WHEN "00"
                   SET WS-HR-WRITTEN TO TRUE
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "QTS014M: QTS285 WRITE ERR "
                       WS-QTS285-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       9000-TERMINATE.
           IF  WS-HORYU-COUNT > ZERO
               DISPLAY "QTS014M: HORYU=" WS-HORYU-COUNT
           END-IF
           CLOSE GENDO-TRANFILE
           CLOSE QTS012-MASTER
           CLOSE QTS014-HIST
           CLOSE QTS285-HORYU
           CLOSE QTS025-JOURNAL.

      * 共通オペレータ操作ジャーナル（内部監査向け）へ、操作者・
