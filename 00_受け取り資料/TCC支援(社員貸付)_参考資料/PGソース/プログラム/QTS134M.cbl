      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   バッチ排他中の保留受付        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS134M.
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
       FD  CYCLE-TRANFILE.
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
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS134-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-UKETSUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
      * バッチ排他判定・保留受付
       01  WS-HAITA-FILEID         PIC X(08)     VALUE "QTS134".
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
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS134-HENKOU
           OPEN EXTEND QTS025-JOURNAL
           OPEN I-O    QTS285-HORYU
           PERFORM 1800-CHECK-HAITA
           READ CYCLE-TRANFILE
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
               DISPLAY "QTS134M: BATCH HAITACHU " WS-HAITA-JOBID
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

      * サイクル変更はその場でマスタを書き換えず、適用開始請求年月
      * 付きの変更依頼として受け付ける。旧サイクルの当月請求が確定
      * した後にQTS134Bがマスタへ反映するため、月途中の変更でも
                   DISPLAY "QTS134M: MEMBER NOT FOUND "
                       QTS010-PRM
               NOT INVALID KEY
                   PERFORM 3000-REGISTER-HENKOU THRU 3000-EXIT
           END-READ.

       2900-NEXT-TRAN.
                   MOVE QTS134-REC TO WS-JN-BEFORE
                   MOVE "C"    TO WS-JN-ACTION
           END-READ
      *    サイクル変更依頼を適用中のQTS134B等が排他中なら保留する
           IF  WS-HAITA-CHU
               MOVE QTS134-PRM       TO WS-HR-KEYINFO
               MOVE WS-JN-BEFORE     TO WS-HR-BEFORE
               PERFORM 8500-WRITE-HORYU
               GO TO 3000-EXIT
           END-IF
           MOVE QTS010-SIHARAIYOTEIBI TO QTS134-KYUSHIHARAIBI
           MOVE CYT-SHINSHIHARAIBI   TO QTS134-SHINSHIHARAIBI
           MOVE WS-TODAY             TO QTS134-UKETSUKEYMD
       3000-EXIT.
           EXIT.

      * 保留更新ファイルへ入力取引をそのまま受付順に書き出す。
      * 同一秒に受け付けた取引は連番で区別する。
       8500-WRITE-HORYU.
           INITIALIZE QTS285-REC
           MOVE WS-TODAY             TO QTS285-PRMUKETSUKEYMD
           MOVE WS-NOW-TIME          TO QTS285-PRMUKETSUKETIME
           MOVE "QTS134M"            TO QTS285-PRMTRANID
           MOVE WS-HAITA-FILEID      TO QTS285-FILEID
           MOVE WS-HR-KEYINFO        TO QTS285-KEYINFO
           MOVE WS-HAITA-JOBID       TO QTS285-HAITAJOBID
           MOVE CYT-OPERATORID       TO QTS285-OPERATORID
           MOVE CYT-TABANO           TO QTS285-TABANO
           MOVE SPACE                TO QTS285-HORYUSTS
           MOVE WS-HR-BEFORE         TO QTS285-BEFOREIMAGE
           MOVE CYCLE-TRAN-REC       TO QTS285-TRANIMAGE
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
                   DISPLAY "QTS134M: QTS285 WRITE ERR "
                       WS-QTS285-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       9000-TERMINATE.
           DISPLAY "QTS134M: UKETSUKE=" WS-UKETSUKE-COUNT
                   " HORYU=" WS-HORYU-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE CYCLE-TRANFILE
           CLOSE QTS010-MASTER
           CLOSE QTS134-HENKOU
           CLOSE QTS285-HORYU
           CLOSE QTS025-JOURNAL.

      * 共通オペレータ操作ジャーナル（内部監査向け）へ、操作者・
