      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   早期入金割引料の明細行を追加  FIP      26/10/15   *
      *   000003   夜間差分抽出の対象月分を入力  FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS079B.
       FILE-CONTROL.
           SELECT  INV-PARAMFILE   ASSIGN TO "QTS079PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * 利用明細は夜間差分抽出（QTS300B）の対象月計上分を読む。
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS300S3"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS276-SENBARAI ASSIGN TO "QTS276"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS276-PRMURITUUBAN
                   FILE STATUS IS WS-QTS276-STATUS.
           SELECT  QTS079-INVFILE  ASSIGN TO "QTS079"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS276-SENBARAI.
       01  QTS276-REC.
           COPY QTS276 REPLACING ==()== BY ==QTS276==.
       FD  QTS079-INVFILE.
       01  QTS079-REC.
           COPY QTS079 REPLACING ==()== BY ==QTS079==.
           05  IVO-ZEIRITSU            PIC 99V99.
           05  IVO-ZEIGAKU             PIC S9(09) SIGN LEADING
                                                  SEPARATE.
           05  IVO-MEISAIKBN           PIC X(01).
      *        1:加盟店手数料  2:早期入金割引料
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS276-STATUS        PIC X(02).
       01  WS-QTS079-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KAMEITEN-NUM         PIC 9(07).
       01  WS-ZEIRITSU             PIC 99V99     VALUE 10.00.
      *        加盟店手数料に適用する標準税率
       01  WS-WARIBIKI-ZEIRITSU    PIC 99V99     VALUE ZERO.
      *        早期入金割引料（売上債権の譲渡対価）は非課税
       01  WS-KAMEI-TBL.
           05  WS-KM-ENT           OCCURS 999.
             07  WS-KM-NAIBUNO     PIC 9(07).
             07  WS-KM-TESURYO     PIC S9(11).
             07  WS-KM-WARIBIKI    PIC S9(11).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUM-TESURYO UNTIL WS-EOF
           PERFORM 2500-SUM-WARIBIKI THRU 2500-EXIT
           PERFORM 4000-ISSUE-INVOICE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-KAMEI-MAX
           INITIALIZE WS-KAMEI-TBL
           OPEN INPUT  INV-PARAMFILE
           OPEN INPUT  QTS050-URIAGE
           OPEN INPUT  QTS276-SENBARAI
           OPEN INPUT  QTS079-INVFILE
           OPEN OUTPUT INVOICE-OUTFILE
           READ INV-PARAMFILE
               IF  PRM-SAIHAKKOUNO = ZERO
               OR  PRM-SAIHAKKOUNO = WS-KAMEITEN-NUM
                   PERFORM 3000-ADD-KAMEI
                   ADD QTS050-KAMEITENTESURYO TO WS-KM-TESURYO(WS-IX)
                   ADD QTS050-DANKEITESURYOU  TO WS-KM-TESURYO(WS-IX)
               END-IF
           END-IF
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 同じ期間の売上に係る早期入金の割引料を加盟店別に集計する。
       2500-SUM-WARIBIKI.
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO                 TO QTS276-PRMURITUUBAN
           START QTS276-SENBARAI KEY IS >= QTS276-PRMURITUUBAN
               INVALID KEY
                   GO TO 2500-EXIT
           END-START
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2600-WARIBIKI-ONE UNTIL WS-EOF.

       2500-EXIT.
           EXIT.

       2600-WARIBIKI-ONE.
           IF  QTS276-TAISHONENGETU = PRM-TAISHONENGETU
               MOVE QTS276-NAIBUNO   TO WS-KAMEITEN-NUM
               IF  PRM-SAIHAKKOUNO = ZERO
               OR  PRM-SAIHAKKOUNO = WS-KAMEITEN-NUM
                   PERFORM 3000-ADD-KAMEI
                   ADD QTS276-WARIBIKIRYO TO WS-KM-WARIBIKI(WS-IX)
               END-IF
           END-IF
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-ADD-KAMEI.
           MOVE "N" TO WS-HIT-SW
           PERFORM VARYING WS-IX FROM 1 BY 1
               ADD 1 TO WS-KAMEI-MAX
               MOVE WS-KAMEI-MAX TO WS-IX
               MOVE WS-KAMEITEN-NUM TO WS-KM-NAIBUNO(WS-IX)
           END-IF.

      * 加盟店ごとに手数料ベース・税率・税額・当社登録番号を記した
      * 適格請求書形式の手数料明細を発行する。早期入金の割引料は
      * 税率を分けて別行とする。
       4000-ISSUE-INVOICE.
           MOVE WS-KM-NAIBUNO(WS-IX) TO QTS079-PRMNAIBUNO
           READ QTS079-INVFILE
           MOVE WS-ZEIRITSU          TO IVO-ZEIRITSU
           COMPUTE IVO-ZEIGAKU ROUNDED =
               WS-KM-TESURYO(WS-IX) * WS-ZEIRITSU / 100
           MOVE "1"                  TO IVO-MEISAIKBN
           WRITE INVOICE-OUT-REC
           IF  WS-KM-WARIBIKI(WS-IX) NOT = ZERO
               MOVE WS-KM-WARIBIKI(WS-IX) TO IVO-TESURYOBASE
               MOVE WS-WARIBIKI-ZEIRITSU  TO IVO-ZEIRITSU
               COMPUTE IVO-ZEIGAKU ROUNDED =
                   WS-KM-WARIBIKI(WS-IX) * WS-WARIBIKI-ZEIRITSU / 100
               MOVE "2"              TO IVO-MEISAIKBN
               WRITE INVOICE-OUT-REC
           END-IF
           ADD 1 TO WS-HAKKOU-COUNT.

       9000-TERMINATE.
           DISPLAY "QTS079B: HAKKOU=" WS-HAKKOU-COUNT
           CLOSE INV-PARAMFILE
           CLOSE QTS050-URIAGE
           CLOSE QTS276-SENBARAI
           CLOSE QTS079-INVFILE
           CLOSE INVOICE-OUTFILE.
