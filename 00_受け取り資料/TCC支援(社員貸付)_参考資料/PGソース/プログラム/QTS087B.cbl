      *   000002   提携ポイント移行景品対応      FIP      26/09/03   *
      *   000003   期限付ロット先充当対応        FIP      26/09/03   *
      *   000004   元帳区分不一致の事前チェック  FIP      26/09/03   *
      *   000005   不正調査中会員の受注保留      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS087B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS149-SEG
                   FILE STATUS IS WS-QTS149-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QXS004-CASEFILE ASSIGN TO "QXS004"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QXS004-PRMCARDNO
                   FILE STATUS IS WS-QXS004-STATUS.
           SELECT  SHUKKA-OUTFILE  ASSIGN TO "QTS087SK"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CHAKKA-INFILE   ASSIGN TO "QTS087CK"
       FD  QTS149-LOTFILE.
       01  QTS149-REC.
           COPY QTS149 REPLACING ==()== BY ==QTS149==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QXS004-CASEFILE.
       01  QXS004-REC.
           COPY QXS004 REPLACING ==()== BY ==QXS004==.
       FD  SHUKKA-OUTFILE.
       01  SHUKKA-OUT-REC.
      *    フルフィルメント業者への出荷指示データ
       01  WS-IKO-COUNT             PIC 9(07)     VALUE ZERO.
       01  WS-LEDGER-OK-SW         PIC X(01)     VALUE "Y".
           88  WS-LEDGER-OK                      VALUE "Y".
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QXS004-STATUS        PIC X(02).
       01  WS-CHOSA-CHU-SW         PIC X(01).
           88  WS-CHOSA-CHU                      VALUE "Y".
       01  WS-HORYU-COUNT          PIC 9(07)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ORDER THRU 2900-NEXT-REQ
                   UNTIL WS-EOF
           PERFORM 5000-OPEN-CHAKKA
           PERFORM 6000-APPLY-CHAKKA UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           OPEN I-O    QCS062-LEDGER
           OPEN I-O    QTS149-LOTFILE
           OPEN INPUT  QCS063-KEIYAKU
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QXS004-CASEFILE
           OPEN OUTPUT SHUKKA-OUTFILE
           READ KOKAN-REQFILE
               AT END SET WS-EOF TO TRUE
                   DISPLAY "QTS087B: POINT REC NASHI "
                       KKR-PRMNAIBUKAIINNO
               NOT INVALID KEY
                   PERFORM 2300-CHECK-CHOSA
                   EVALUATE TRUE
                       WHEN KKR-ANSYOUNO
                            NOT = QTS080-HIKIKAEANSYOUNO
                           ADD 1 TO WS-NG-COUNT
                           DISPLAY "QTS087B: POINT FUSOKU "
                               KKR-PRMNAIBUKAIINNO
                       WHEN WS-CHOSA-CHU
                        AND QTS086-SHOHINTYPEKBN = "2"
                           ADD 1 TO WS-NG-COUNT
                           DISPLAY "QTS087B: FUSEI CHOSA CHU "
                               KKR-PRMNAIBUKAIINNO
                       WHEN OTHER
                           IF  QTS086-SHOHINTYPEKBN = "2"
                               PERFORM 3500-TRANSFER-PARTNER
                                   THRU 3500-EXIT
                           ELSE
                               PERFORM 3000-BOOK-ORDER
                           END-IF
                   END-EVALUATE
           END-READ.

      * 本会員カードに調査中の不正利用調査案件があれば、景品は受注
      * するが保留（４）とし出荷指示を起こさない。提携ポイント移行
      * は取り消せないため受け付けない。保留の解除・取消は
      * QTS287Bが案件の終結内容を見て行う。
       2300-CHECK-CHOSA.
           MOVE "N" TO WS-CHOSA-CHU-SW
           MOVE KKR-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE KKR-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE KKR-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTS010-TKSCARDNO TO QXS004-PRMCARDNO
                   READ QXS004-CASEFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF  QXS004-CASESTS = "1"
                               SET WS-CHOSA-CHU TO TRUE
                           END-IF
                   END-READ
           END-READ.

       3000-BOOK-ORDER.
           SUBTRACT 1 FROM QTS086-ZAIKOSUU
           MOVE WS-TODAY             TO QTS086-SVRKOUSHINYMD
           MOVE KKR-SHOHINCD         TO QTS087-SHOHINCD
           MOVE QTS086-POINTKAKAKU   TO QTS087-POINTKAKAKU
           MOVE WS-TODAY             TO QTS087-JUCHUYMD
           IF  WS-CHOSA-CHU
               MOVE "4"              TO QTS087-JUCHUSTS
           ELSE
               MOVE "1"              TO QTS087-JUCHUSTS
           END-IF
           MOVE WS-TODAY             TO QTS087-SVRKOUSHINYMD
           WRITE QTS087-REC
               INVALID KEY
                   DISPLAY "QTS087B: JUCHU WRITE NG "
                       KKR-PRMJUCHUNO
               NOT INVALID KEY
                   IF  WS-CHOSA-CHU
                       ADD 1 TO WS-HORYU-COUNT
                   ELSE
                       MOVE KKR-PRMJUCHUNO      TO SKO-JUCHUNO
                       MOVE KKR-SHOHINCD        TO SKO-SHOHINCD
                       MOVE KKR-PRMNAIBUKAIINNO TO SKO-NAIBUKAIINNO
                       WRITE SHUKKA-OUT-REC
                       ADD 1 TO WS-JUCHU-COUNT
                   END-IF
           END-WRITE.

      * 提携ポイント移行。ＴＣＣポイントを引換ポイントとして減じ、
           DISPLAY "QTS087B: JUCHU=" WS-JUCHU-COUNT
                   " SHUKKA=" WS-SHUKKA-COUNT
                   " IKO=" WS-IKO-COUNT
                   " HORYU=" WS-HORYU-COUNT
                   " NG=" WS-NG-COUNT
           CLOSE KOKAN-REQFILE
           CLOSE QTS086-CATALOG
           CLOSE QCS062-LEDGER
           CLOSE QTS149-LOTFILE
           CLOSE QCS063-KEIYAKU
           CLOSE QTS010-MASTER
           CLOSE QXS004-CASEFILE
           CLOSE SHUKKA-OUTFILE
           CLOSE CHAKKA-INFILE.
