      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   バッチ排他中の保留受付        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS029M.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS029-PRM
                   FILE STATUS IS WS-QTS029-STATUS.
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
       FD  SEIGEN-TRANFILE.
       FD  QTS029-SEIGEN.
       01  QTS029-REC.
           COPY QTS029 REPLACING ==()== BY ==QTS029==.
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
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QTS029-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-SETTEI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(07)     VALUE ZERO.
       01  WS-SX                   PIC 9(01).
      * バッチ排他判定・保留受付
       01  WS-HAITA-FILEID         PIC X(08)     VALUE "QTS029".
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
           PERFORM 2000-PROCESS-TRAN UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS020-KAZOKU
           OPEN I-O    QTS029-SEIGEN
           OPEN I-O    QTS285-HORYU
           PERFORM 1800-CHECK-HAITA
           READ SEIGEN-TRANFILE
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
               DISPLAY "QTS029M: BATCH HAITACHU " WS-HAITA-JOBID
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

      * 家族カード別の利用制限（キャッシング禁止・業種除外・時間帯）
      * を登録する。設定変更は本会員の暗証照合を経た指図に限り、
      * 対象の家族カードが実在することも確認する。
           MOVE SGT-PRMSUBRANGEKEY   TO QTS029-PRMSUBRANGEKEY
           MOVE SGT-PRMNAIBUKAIINNO  TO QTS029-PRMNAIBUKAIINNO
           MOVE SGT-PRMRIYOUSHACD    TO QTS029-PRMRIYOUSHACD
           IF  WS-HAITA-CHU
               PERFORM 4500-HORYU-SEIGEN
           ELSE
               PERFORM 4050-WRITE-SEIGEN
           END-IF.

       4050-WRITE-SEIGEN.
           READ QTS029-SEIGEN
               INVALID KEY
                   INITIALIZE QTS029-REC
           MOVE WS-TODAY             TO QTS029-TOUROKUYMD
           MOVE WS-TODAY             TO QTS029-SVRKOUSHINYMD.

      * 利用制限を更新中のバッチが排他中なら、受付時点の制限レコード
      * を控えて保留する。
       4500-HORYU-SEIGEN.
           MOVE QTS029-PRM           TO WS-HR-KEYINFO
           READ QTS029-SEIGEN
               INVALID KEY
                   MOVE SPACES            TO WS-HR-BEFORE
               NOT INVALID KEY
                   MOVE QTS029-REC        TO WS-HR-BEFORE
           END-READ
           PERFORM 8500-WRITE-HORYU.

      * 保留更新ファイルへ入力取引をそのまま受付順に書き出す。
      * 同一秒に受け付けた取引は連番で区別する。
       8500-WRITE-HORYU.
           INITIALIZE QTS285-REC
           MOVE WS-TODAY             TO QTS285-PRMUKETSUKEYMD
           MOVE WS-NOW-TIME          TO QTS285-PRMUKETSUKETIME
           MOVE "QTS029M"            TO QTS285-PRMTRANID
           MOVE WS-HAITA-FILEID      TO QTS285-FILEID
           MOVE WS-HR-KEYINFO        TO QTS285-KEYINFO
           MOVE WS-HAITA-JOBID       TO QTS285-HAITAJOBID
           MOVE SPACE                TO QTS285-HORYUSTS
           MOVE WS-HR-BEFORE         TO QTS285-BEFOREIMAGE
           MOVE SEIGEN-TRAN-REC      TO QTS285-TRANIMAGE
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
                   DISPLAY "QTS029M: QTS285 WRITE ERR "
                       WS-QTS285-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       9000-TERMINATE.
           DISPLAY "QTS029M: SETTEI=" WS-SETTEI-COUNT
                   " HORYU=" WS-HORYU-COUNT
                   " NG=" WS-NG-COUNT
           CLOSE SEIGEN-TRANFILE
           CLOSE QTS010-MASTER
           CLOSE QTS020-KAZOKU
           CLOSE QTS029-SEIGEN
           CLOSE QTS285-HORYU.
