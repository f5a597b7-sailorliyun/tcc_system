      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/08   *
      *   000002   支払可能見込額による増額制限  FIP      26/10/15   *
      *   000003   収入証明書による増額制限      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QXCS03B.
                   FILE STATUS IS WS-QXCS03-STATUS.
           SELECT  QXCS03-DECRPT   ASSIGN TO "QXCS03DC"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS243-KANOGAKU ASSIGN TO "QTS243"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS243-PRM
                   FILE STATUS IS WS-QTS243-STATUS.
           SELECT  QTS260-SHOMEI   ASSIGN TO "QTS260"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS260-SEG
                   FILE STATUS IS WS-QTS260-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QXCS03-SCRFILE.
           COPY QXCS03 REPLACING ==()== BY ==QXCS03==.
       FD  QXCS03-DECRPT.
       01  QXCS03-DECRPT-LINE      PIC X(120).
       FD  QTS243-KANOGAKU.
       01  QTS243-REC.
           COPY QTS243 REPLACING ==()== BY ==QTS243==.
       FD  QTS260-SHOMEI.
       01  QTS260-REC.
           COPY QTS260 REPLACING ==()== BY ==QTS260==.
       WORKING-STORAGE             SECTION.
       01  WS-QXCS03-STATUS        PIC X(02).
       01  WS-QTS243-STATUS        PIC X(02).
       01  WS-QTS260-STATUS        PIC X(02).
       01  WS-SHOMEI-OK-SW         PIC X(01).
           88  WS-SHOMEI-OK                      VALUE "Y".
      * 収入証明書が必要となるキャッシング限度額（千円）
       01  WS-SHOMEI-KIJUN         PIC 9(05)     VALUE 500.
       01  WS-NEW-CASHGENDO        PIC 9(05).
       01  WS-TODAY                PIC 9(08).
       01  WS-KANO-OK-SW           PIC X(01).
           88  WS-KANO-OK                        VALUE "Y".
       01  WS-NOBE-GENDO           PIC 9(05).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
      * 増額推奨に必要な直近１２ヶ月自振成功回数の下限
           05  WS-S-HOLD            PIC ZZZ,ZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JUDGE-MEMBER UNTIL WS-EOF
           PERFORM 8000-WRITE-SUMMARY
       1000-INITIALIZE.
           OPEN INPUT  QXCS03-SCRFILE
           OPEN OUTPUT QXCS03-DECRPT
           OPEN INPUT  QTS243-KANOGAKU
           OPEN INPUT  QTS260-SHOMEI
           READ QXCS03-SCRFILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           ELSE
               IF  QXCS03-JIFURICNT >= WS-JIFURI-MIN
               AND WS-USAGE-RATIO >= WS-USAGE-RATIO-MIN
                   PERFORM 2100-CHECK-KANOGAKU
                   IF  WS-KANO-OK
                       PERFORM 2200-CHECK-SHOMEI
                   END-IF
                   IF  WS-KANO-OK
                   AND WS-SHOMEI-OK
                       ADD 1 TO WS-INCREASE-COUNT
                       MOVE "INCREASE" TO WS-L-DECISION
                       MOVE "STRONG REPAYMENT AND USAGE HISTORY"
                           TO WS-L-REASON
                   ELSE
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE "HOLD"     TO WS-L-DECISION
                       IF  WS-KANO-OK
                           MOVE "NO VALID INCOME DOCUMENT"
                               TO WS-L-REASON
                       ELSE
                           MOVE "PAYMENT CAPACITY LIMIT REACHED"
                               TO WS-L-REASON
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-NOCHANGE-COUNT
                   MOVE "NOCHANGE" TO WS-L-DECISION
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 割賦販売法の支払可能見込額による増額可否。現在の実効延払
      * 限度額（延払限度額と総限度額の小さい方）が許容限度額に
      * 達している会員、算定結果のない会員は増額を推奨しない。
       2100-CHECK-KANOGAKU.
           MOVE "N" TO WS-KANO-OK-SW
           IF  QXCS03-YSNNOBEGENDO = ZERO
           OR  QXCS03-YSNNOBEGENDO > QXCS03-YSNSOUGENDO
               MOVE QXCS03-YSNSOUGENDO  TO WS-NOBE-GENDO
           ELSE
               MOVE QXCS03-YSNNOBEGENDO TO WS-NOBE-GENDO
           END-IF
           MOVE QXCS03-PRMKIGYOUCD     TO QTS243-PRMKIGYOUCD
           MOVE QXCS03-PRMSUBRANGEKEY  TO QTS243-PRMSUBRANGEKEY
           MOVE QXCS03-PRMNAIBUKAIINNO TO QTS243-PRMNAIBUKAIINNO
           READ QTS243-KANOGAKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS243-HANTEIKBN NOT = "2"
                   AND WS-NOBE-GENDO < QTS243-KYOYOGENDO
                       SET WS-KANO-OK TO TRUE
                   END-IF
           END-READ.

      * 収入証明書による増額可否。提出要（QTS260B判定）の会員、
      * 増額によりキャッシング限度額が基準を超える会員は、有効な
      * 収入証明書を受領していなければ増額しない。
       2200-CHECK-SHOMEI.
           MOVE "Y" TO WS-SHOMEI-OK-SW
           COMPUTE WS-NEW-CASHGENDO = QXCS03-YSNCASHGENDO * 1.1
           MOVE QXCS03-PRMKIGYOUCD     TO QTS260-PRMKIGYOUCD
           MOVE QXCS03-PRMSUBRANGEKEY  TO QTS260-PRMSUBRANGEKEY
           MOVE QXCS03-PRMNAIBUKAIINNO TO QTS260-PRMNAIBUKAIINNO
           READ QTS260-SHOMEI
               INVALID KEY
                   INITIALIZE QTS260-REC
           END-READ
           IF  QTS260-HITSUYOKBN = "1"
           OR  WS-NEW-CASHGENDO > WS-SHOMEI-KIJUN
               IF  QTS260-JURYOUYMD = ZERO
               OR  QTS260-YUUKOUKIGEN < WS-TODAY
                   MOVE "N" TO WS-SHOMEI-OK-SW
               END-IF
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE WS-CHECKED-COUNT  TO WS-S-COUNT
           MOVE WS-INCREASE-COUNT TO WS-S-INCREASE

       9000-TERMINATE.
           CLOSE QXCS03-SCRFILE
           CLOSE QXCS03-DECRPT
           CLOSE QTS243-KANOGAKU
           CLOSE QTS260-SHOMEI.
