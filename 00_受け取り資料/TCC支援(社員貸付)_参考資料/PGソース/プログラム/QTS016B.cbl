      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/08   *
      *   000002   支払可能見込額による増額制限  FIP      26/10/15   *
      *   000003   収入証明書による増額制限      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS016B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS016-SEG
                   FILE STATUS IS WS-QTS016-STATUS.
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
       FD  QTS010-MASTER.
       FD  QTS016-HIST.
       01  QTS016-REC.
           COPY QTS016 REPLACING ==()== BY ==QTS016==.
       FD  QTS243-KANOGAKU.
       01  QTS243-REC.
           COPY QTS243 REPLACING ==()== BY ==QTS243==.
       FD  QTS260-SHOMEI.
       01  QTS260-REC.
           COPY QTS260 REPLACING ==()== BY ==QTS260==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS016-STATUS        PIC X(02).
       01  WS-QTS243-STATUS        PIC X(02).
       01  WS-QTS260-STATUS        PIC X(02).
       01  WS-SHOMEI-OK-SW         PIC X(01).
           88  WS-SHOMEI-OK                      VALUE "Y".
       01  WS-SHOMEI-NG-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-OLD-RANK             PIC X(01).
       01  WS-RANK-IDX             PIC 9(01).
       01  WS-FOUND-SW             PIC X(01)     VALUE "N".
           88  WS-FOUND                          VALUE "Y".
       01  WS-KANO-OK-SW           PIC X(01).
           88  WS-KANO-OK                        VALUE "Y".
       01  WS-NEW-SOUGENDO         PIC 9(05).
       01  WS-NOBE-GENDO           PIC 9(05).
       01  WS-KANO-NG-COUNT        PIC 9(07)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
       1000-INITIALIZE.
           OPEN I-O    QTS010-MASTER
           OPEN OUTPUT QTS016-HIST
           OPEN INPUT  QTS243-KANOGAKU
           OPEN INPUT  QTS260-SHOMEI
           MOVE LOW-VALUES TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           AND QTS010-KIKYMD = ZERO
               PERFORM 2100-LOOKUP-NEXT-RANK
               IF  WS-FOUND
                   PERFORM 2200-CHECK-KANOGAKU
                   IF  WS-KANO-OK
                       PERFORM 2300-CHECK-SHOMEI
                       IF  WS-SHOMEI-OK
                           PERFORM 3000-PROMOTE-MEMBER
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-READ-NEXT.
               END-IF
           END-PERFORM.

      * 割賦販売法の支払可能見込額による増額可否。増額後の実効
      * 延払限度額（延払限度額と総限度額の小さい方）が許容限度額
      * 以内の会員のみ昇格させる。算定結果のない会員は昇格しない。
       2200-CHECK-KANOGAKU.
           MOVE "N" TO WS-KANO-OK-SW
           COMPUTE WS-NEW-SOUGENDO =
               QTS010-YSNSOUGENDO * 1.1
           IF  QTS010-YSNNOBEGENDO = ZERO
           OR  QTS010-YSNNOBEGENDO > WS-NEW-SOUGENDO
               MOVE WS-NEW-SOUGENDO     TO WS-NOBE-GENDO
           ELSE
               MOVE QTS010-YSNNOBEGENDO TO WS-NOBE-GENDO
           END-IF
           MOVE QTS010-PRM          TO QTS243-PRM
           READ QTS243-KANOGAKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS243-HANTEIKBN NOT = "2"
                   AND WS-NOBE-GENDO <= QTS243-KYOYOGENDO
                       SET WS-KANO-OK TO TRUE
                   END-IF
           END-READ
           IF  NOT WS-KANO-OK
               ADD 1 TO WS-KANO-NG-COUNT
           END-IF.

      * 収入証明書による増額可否。提出要（QTS260B判定）の会員は、
      * 有効な収入証明書を受領していなければ増額しない。昇格で上げる
      * のは総限度額のみで、キャッシング限度額は変わらない。
       2300-CHECK-SHOMEI.
           MOVE "Y" TO WS-SHOMEI-OK-SW
           MOVE QTS010-PRMKIGYOUCD     TO QTS260-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS260-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS260-PRMNAIBUKAIINNO
           READ QTS260-SHOMEI
               INVALID KEY
                   INITIALIZE QTS260-REC
           END-READ
           IF  QTS260-HITSUYOKBN = "1"
               IF  QTS260-JURYOUYMD = ZERO
               OR  QTS260-YUUKOUKIGEN < WS-TODAY
                   MOVE "N" TO WS-SHOMEI-OK-SW
                   ADD 1 TO WS-SHOMEI-NG-COUNT
               END-IF
           END-IF.

       3000-PROMOTE-MEMBER.
           MOVE QTS010-YSNRANK     TO WS-OLD-RANK
           MOVE QTS010-YSNSOUGENDO TO WS-OLD-SOUGENDO
           END-WRITE.

       9000-TERMINATE.
           DISPLAY "QTS016B: KANOGAKU-NG=" WS-KANO-NG-COUNT
                   " SHOMEI-NG=" WS-SHOMEI-NG-COUNT
           CLOSE QTS010-MASTER
           CLOSE QTS016-HIST
           CLOSE QTS243-KANOGAKU
           CLOSE QTS260-SHOMEI.
