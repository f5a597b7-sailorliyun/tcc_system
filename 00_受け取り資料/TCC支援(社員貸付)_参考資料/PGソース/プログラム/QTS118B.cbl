      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   ネットワークトークン変換対応  FIP      26/09/03   *
      *   000003   夜間差分抽出の直近計上分を入力FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS118B.
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QXS001-LOGFILE  ASSIGN TO "QXS001"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * 利用明細は夜間差分抽出（QTS300B）の直近計上分を読む。
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS300S2"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
      * トークン番号の付替えは利用明細本体へ書き戻す。
           SELECT  QTS050-MASTER   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MS50-PRM
                   FILE STATUS IS WS-MS50-STATUS.
           SELECT  QTS120-TOKENMAP ASSIGN TO "QTS120"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS050-MASTER.
       01  MS50-REC.
           COPY QTS050 REPLACING ==()== BY ==MS50==.
       FD  QTS120-TOKENMAP.
       01  QTS120-REC.
           COPY QTS120 REPLACING ==()== BY ==QTS120==.
       01  EXCEPT-LIST-LINE            PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-MS50-STATUS          PIC X(02).
       01  WS-QTS120-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       3000-OPEN-URIAGE.
           CLOSE QXS001-LOGFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS050-URIAGE
           OPEN I-O   QTS050-MASTER
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.
               NOT INVALID KEY
                   IF  QTS120-TOKENSTS = "1"
                       MOVE QTS120-CARDNO TO QTS050-CARDNO
                       PERFORM 3510-REWRITE-MASTER
                   END-IF
           END-READ.

       3510-REWRITE-MASTER.
           MOVE QTS050-PRM           TO MS50-PRM
           READ QTS050-MASTER
               INVALID KEY
                   DISPLAY "QTS118B: URIAGE NOT FOUND " MS50-PRM
               NOT INVALID KEY
                   MOVE QTS120-CARDNO TO MS50-CARDNO
                   REWRITE MS50-REC
                   ADD 1 TO WS-HENKAN-COUNT
           END-READ.

      * 売上未着のまま保留解放日数を経過した承認は、与信残高の
      * 保留額を解放する対象として出力する。
       6000-RELEASE-STALE.
           CLOSE MATCH-PARAMFILE
           CLOSE QTS120-TOKENMAP
           CLOSE QTS050-URIAGE
           CLOSE QTS050-MASTER
           CLOSE RELEASE-OUTFILE
           CLOSE EXCEPT-LIST.
