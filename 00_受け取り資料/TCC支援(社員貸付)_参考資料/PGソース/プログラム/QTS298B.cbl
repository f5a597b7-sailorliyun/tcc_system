      *8...........2.........3.........4.........5........6........7.........8
      *    QTS298B
      ****************************************************************
      *                帳票アーカイブ登録バッチ                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    帳票を出力したジョブステップの直後に実行し、割当名ARCSPOOL
      *    に割り当てた帳票ファイルを行のまま帳票アーカイブ本体
      *    （QTS299）へ保管し、索引（QTS298）に帳票ＩＤ・保管日時・
      *    業務日付・ジョブＩＤ（QTS171）・ページ数・行数・保管期限
      *    を記録する。帳票の種類は帳票管理マスタ（QTS297）による。
      *    マスタ未登録の帳票も永年保管として保管し、警告を出す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS298B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ARC-PARAMFILE   ASSIGN TO "QTS298PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ARC-SPOOLFILE   ASSIGN TO "ARCSPOOL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPOOL-STATUS.
           SELECT  QTS297-RPTMST   ASSIGN TO "QTS297"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS297-PRM
                   FILE STATUS IS WS-QTS297-STATUS.
           SELECT  QTS171-JOBNET   ASSIGN TO "QTS171"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS171-PRMJOBID
                   FILE STATUS IS WS-QTS171-STATUS.
           SELECT  QTS298-ARCIDX   ASSIGN TO "QTS298"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS298-PRM
                   FILE STATUS IS WS-QTS298-STATUS.
           SELECT  QTS299-ARCDATA  ASSIGN TO "QTS299"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS299-PRM
                   FILE STATUS IS WS-QTS299-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ARC-PARAMFILE.
       01  ARC-PARAM-REC.
           05  ARP-REPORTID            PIC X(08).
           05  ARP-GYOUMUYMD           PIC 9(08).
      *        ゼロ:当日
           05  ARP-JOBID               PIC X(08).
       FD  ARC-SPOOLFILE.
       01  ARC-SPOOL-LINE              PIC X(132).
       FD  QTS297-RPTMST.
       01  QTS297-REC.
           COPY QTS297 REPLACING ==()== BY ==QTS297==.
       FD  QTS171-JOBNET.
       01  QTS171-REC.
           COPY QTS171 REPLACING ==()== BY ==QTS171==.
       FD  QTS298-ARCIDX.
       01  QTS298-REC.
           COPY QTS298 REPLACING ==()== BY ==QTS298==.
       FD  QTS299-ARCDATA.
       01  QTS299-REC.
           COPY QTS299 REPLACING ==()== BY ==QTS299==.
       WORKING-STORAGE             SECTION.
       01  WS-SPOOL-STATUS         PIC X(02).
       01  WS-QTS297-STATUS        PIC X(02).
       01  WS-QTS171-STATUS        PIC X(02).
       01  WS-QTS298-STATUS        PIC X(02).
       01  WS-QTS299-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-HOKANTUKISU          PIC 9(03).
       01  WS-PAGEGYOSU            PIC 9(03).
       01  WS-GYONO                PIC 9(07)     VALUE ZERO.
       01  WS-PAGESU               PIC 9(05)     VALUE ZERO.
       01  WS-PAGE-AMARI           PIC 9(03).
      * 保管期限年月の計算（業務日付の年月＋保管月数）
       01  WS-TUKI-TOTAL           PIC 9(07).
       01  WS-KG-YYYY              PIC 9(04).
       01  WS-KG-MM                PIC 9(02).
       01  WS-KG-YM.
           05  WS-KG-YM-YYYY       PIC 9(04).
           05  WS-KG-YM-MM         PIC 9(02).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARCHIVE-REPORT THRU 2000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  ARC-PARAMFILE
           OPEN INPUT  QTS297-RPTMST
           OPEN INPUT  QTS171-JOBNET
           OPEN I-O    QTS298-ARCIDX
           OPEN I-O    QTS299-ARCDATA
           READ ARC-PARAMFILE
               AT END
                   DISPLAY "QTS298B: PARAM NASHI"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF  ARP-GYOUMUYMD = ZERO
               MOVE WS-TODAY TO ARP-GYOUMUYMD
           END-IF
           OPEN INPUT  ARC-SPOOLFILE
           IF  WS-SPOOL-STATUS NOT = "00"
               DISPLAY "QTS298B: ARCSPOOL OPEN ERROR " WS-SPOOL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * 索引を先に起こし、本体の行を保管したうえでページ数・行数を
      * 記入する。
       2000-ARCHIVE-REPORT.
           INITIALIZE QTS298-REC
           MOVE ARP-REPORTID         TO QTS298-PRMREPORTID
           MOVE WS-TODAY             TO QTS298-PRMSAKUSEIYMD
           MOVE WS-NOW-TIME          TO QTS298-PRMSAKUSEITIME
           MOVE ARP-GYOUMUYMD        TO QTS298-GYOUMUYMD
           MOVE ARP-JOBID            TO QTS298-JOBID
           PERFORM 2100-GET-JOB
           PERFORM 2200-GET-REPORT
           PERFORM 3000-CALC-KIGEN
           MOVE "1"                  TO QTS298-ARCSTS
           MOVE WS-TODAY             TO QTS298-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS298-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS298-SVRKOUSHINYMD
           WRITE QTS298-REC
               INVALID KEY
                   DISPLAY "QTS298B: HOKANZUMI " QTS298-PRM
                   MOVE 8 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-WRITE
           READ ARC-SPOOLFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2300-STORE-LINE UNTIL WS-EOF
           IF  WS-PAGEGYOSU = ZERO
               MOVE 60 TO WS-PAGEGYOSU
           END-IF
           DIVIDE WS-GYONO BY WS-PAGEGYOSU GIVING WS-PAGESU
               REMAINDER WS-PAGE-AMARI
           IF  WS-PAGE-AMARI > ZERO
               ADD 1 TO WS-PAGESU
           END-IF
           MOVE WS-PAGESU            TO QTS298-PAGESU
           MOVE WS-GYONO             TO QTS298-RECORDSU
           REWRITE QTS298-REC.

       2000-EXIT.
           EXIT.

      * ジョブの開始日時を索引に写す。未登録のジョブは警告のみ。
       2100-GET-JOB.
           MOVE ARP-JOBID            TO QTS171-PRMJOBID
           READ QTS171-JOBNET
               INVALID KEY
                   DISPLAY "QTS298B: JOB MITOUROKU " ARP-JOBID
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE QTS171-KAISHIYMD  TO QTS298-JOBKAISHIYMD
                   MOVE QTS171-KAISHITIME TO QTS298-JOBKAISHITIME
           END-READ.

       2200-GET-REPORT.
           MOVE ARP-REPORTID         TO QTS297-PRMREPORTID
           READ QTS297-RPTMST
               INVALID KEY
                   DISPLAY "QTS298B: REPORT MITOUROKU " ARP-REPORTID
                   MOVE 4 TO RETURN-CODE
                   MOVE ZERO TO WS-HOKANTUKISU
                   MOVE ZERO TO WS-PAGEGYOSU
               NOT INVALID KEY
                   MOVE QTS297-HOKANTUKISU TO WS-HOKANTUKISU
                   MOVE QTS297-PAGEGYOSU   TO WS-PAGEGYOSU
           END-READ.

       2300-STORE-LINE.
           ADD 1 TO WS-GYONO
           MOVE QTS298-PRMREPORTID    TO QTS299-PRMREPORTID
           MOVE QTS298-PRMSAKUSEIYMD  TO QTS299-PRMSAKUSEIYMD
           MOVE QTS298-PRMSAKUSEITIME TO QTS299-PRMSAKUSEITIME
           MOVE WS-GYONO              TO QTS299-PRMGYONO
           MOVE ARC-SPOOL-LINE        TO QTS299-GYODATA
           WRITE QTS299-REC
           READ ARC-SPOOLFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 保管期限は業務日付の年月に保管月数を加えた年月の末日とする。
      * 保管月数ゼロは永年保管（999999）。
       3000-CALC-KIGEN.
           IF  WS-HOKANTUKISU = ZERO
               MOVE 999999 TO QTS298-HOKANKIGENYM
           ELSE
               MOVE ARP-GYOUMUYMD(1:4) TO WS-KG-YYYY
               MOVE ARP-GYOUMUYMD(5:2) TO WS-KG-MM
               COMPUTE WS-TUKI-TOTAL =
                   WS-KG-YYYY * 12 + WS-KG-MM - 1 + WS-HOKANTUKISU
               DIVIDE WS-TUKI-TOTAL BY 12 GIVING WS-KG-YM-YYYY
                   REMAINDER WS-KG-YM-MM
               ADD 1 TO WS-KG-YM-MM
               MOVE WS-KG-YM TO QTS298-HOKANKIGENYM
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS298B: REPORTID=" ARP-REPORTID
                   " GYOUMUYMD=" ARP-GYOUMUYMD
                   " JOBID=" ARP-JOBID
                   " PAGE=" WS-PAGESU
                   " GYO=" WS-GYONO
           CLOSE ARC-PARAMFILE
           CLOSE ARC-SPOOLFILE
           CLOSE QTS297-RPTMST
           CLOSE QTS171-JOBNET
           CLOSE QTS298-ARCIDX
           CLOSE QTS299-ARCDATA.
