      *   000001   新規作成                      FIP      26/08/08   *
      *   000002   操作ジャーナル対応            FIP      26/08/22   *
      *   000003   再約束時に判定結果を初期化    FIP      26/09/03   *
      *   000004   接触履歴ファイルへの記録      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS018M.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS018-SEG
                   FILE STATUS IS WS-QTS018-STATUS.
           SELECT  QTS279-RIREKI   ASSIGN TO "QTS279"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS279-SEG
                   FILE STATUS IS WS-QTS279-STATUS.
           SELECT  QTS025-JOURNAL  ASSIGN TO "QTS025"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QTS025-STATUS.
       FD  QTS018-CASE.
       01  QTS018-REC.
           COPY QTS018 REPLACING ==()== BY ==QTS018==.
       FD  QTS279-RIREKI.
       01  QTS279-REC.
           COPY QTS279 REPLACING ==()== BY ==QTS279==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       01  WS-JN-AFTER             PIC X(120).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS018-STATUS        PIC X(02).
       01  WS-QTS279-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
           OPEN INPUT  KIK-TRANFILE
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS018-CASE
           OPEN I-O    QTS279-RIREKI
           OPEN EXTEND QTS025-JOURNAL
           READ KIK-TRANFILE
               AT END SET WS-EOF TO TRUE
                           QTS018-CONTACTKEKKA(QTS018-CONTACTCOUNT)
                       MOVE KIKT-CONTACTMEMO TO
                           QTS018-CONTACTMEMO(QTS018-CONTACTCOUNT)
                   END-IF
                   PERFORM 4100-WRITE-RIREKI
                   REWRITE QTS018-REC
                   MOVE QTS018-REC(1:120) TO WS-JN-AFTER
                   MOVE "C"        TO WS-JN-ACTION
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

      * 接触記録は件数の制限なく接触履歴ファイルへも記録する（案件
      * の接触記録欄が満杯になった後も履歴は残る）。
       4100-WRITE-RIREKI.
           INITIALIZE QTS279-REC
           MOVE QTS018-PRMKIGYOUCD     TO QTS279-PRMKIGYOUCD
           MOVE QTS018-PRMSUBRANGEKEY  TO QTS279-PRMSUBRANGEKEY
           MOVE QTS018-PRMNAIBUKAIINNO TO QTS279-PRMNAIBUKAIINNO
           MOVE WS-TODAY               TO QTS279-PRMCONTACTYMD
           MOVE WS-NOW-TIME            TO QTS279-PRMCONTACTTIME
           MOVE "2"                    TO QTS279-PRMCONTACTKBN
           MOVE KIKT-CONTACTKEKKA      TO QTS279-CONTACTKEKKA
           MOVE SPACES                 TO QTS279-TELNO
           MOVE ZERO                   TO QTS279-YAKUSOKUYMD
           MOVE ZERO                   TO QTS279-YAKUSOKUKINGAKU
           MOVE SPACE                  TO QTS279-JIKANGAIKBN
           MOVE KIKT-OPERATORID        TO QTS279-OPERATORID
           MOVE KIKT-CONTACTMEMO       TO QTS279-CONTACTMEMO
           MOVE WS-TODAY               TO QTS279-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS279-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS279-SVRKOUSHINYMD
           WRITE QTS279-REC
               INVALID KEY
                   DISPLAY "QTS018M: RIREKI WRITE ERROR " QTS279-SEG
           END-WRITE.

       5000-LOG-PROMISE.
           READ QTS018-CASE
               INVALID KEY
           CLOSE KIK-TRANFILE
           CLOSE QTS010-MASTER
           CLOSE QTS018-CASE
           CLOSE QTS279-RIREKI
           CLOSE QTS025-JOURNAL.

      * 共通オペレータ操作ジャーナル（内部監査向け）へ、操作者・
