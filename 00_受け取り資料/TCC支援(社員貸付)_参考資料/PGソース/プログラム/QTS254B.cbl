      *8...........2.........3.........4.........5........6........7.........8
      *    QTS254B
      ****************************************************************
      *                本人確認記録作成・保存期限管理バッチ（日次）  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   本人確認項目の別ファイル化    FIP      26/10/15   *
      ****************************************************************
      *    入会申込の受付時に登録した申込本人確認項目（QTS312）から、
      *    入会時の確認記録（QTS254 確認区分１）を作成する。申込と
      *    会員の対応は外部会員番号（識別番号）で取る。
      *    解約（解除区分ゼロ以外）となった会員の確認記録には取引
      *    終了日と保存期限（７年後）を設定し、保存期限を過ぎた記録
      *    を削除する。確認記録のない新規会員は一覧に出力する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS254B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KAKUNIN-PARAM   ASSIGN TO "QTS254PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS312-HONNIN   ASSIGN TO "QTS312"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS312-SEG
                   FILE STATUS IS WS-QTS312-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS254-KAKUNIN  ASSIGN TO "QTS254"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS254-SEG
                   FILE STATUS IS WS-QTS254-STATUS.
           SELECT  KAKUNIN-RPTFILE ASSIGN TO "QTS254RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KAKUNIN-PARAM.
       01  KAKUNIN-PARAM-REC.
           05  PRM-KAISHIYMD           PIC 9(08).
      *        確認記録の作成開始日。入会決済日がこの日以降で確認記録
      *        のない会員を未作成一覧に出す（ゼロは一覧を出さない）
       FD  QTS312-HONNIN.
       01  QTS312-REC.
           COPY QTS312 REPLACING ==()== BY ==QTS312==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS254-KAKUNIN.
       01  QTS254-REC.
           COPY QTS254 REPLACING ==()== BY ==QTS254==.
       FD  KAKUNIN-RPTFILE.
       01  KAKUNIN-RPT-LINE            PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS312-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS254-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KR-END-SW            PIC X(01).
           88  WS-KR-END                         VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-HN-END-SW            PIC X(01).
           88  WS-HN-END                         VALUE "Y".
       01  WS-NYUKAI-SW            PIC X(01).
           88  WS-NYUKAI-ARI                     VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-HOZONKIGEN           PIC 9(08).
       01  WS-YMD-WK.
           05  WS-YW-YYYY          PIC 9(04).
           05  WS-YW-MMDD          PIC 9(04).
      * 確認記録の保存年数（取引終了日から）
       01  WS-HOZON-NENSU          PIC 9(02)     VALUE 7.
       01  WS-MAX-SEQ              PIC 9(03).
       01  WS-SAKUSEI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KIGEN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SAKUJO-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-MISAKUSEI-COUNT      PIC 9(07)     VALUE ZERO.
      * 会員の外部会員番号で引いた最新の申込本人確認項目
       01  WS-HONNIN-AREA.
           COPY QTS312 REPLACING ==()== BY ==WS-HN==.
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GAIBUNO       PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KESSAIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-MIDASHI       PIC N(08).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MEMBER THRU 2900-NEXT-MEMBER
                   UNTIL WS-EOF
           PERFORM 5000-PURGE-KIROKU
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  KAKUNIN-PARAM
           READ KAKUNIN-PARAM
               AT END MOVE ZERO TO PRM-KAISHIYMD
           END-READ
           CLOSE KAKUNIN-PARAM
           MOVE WS-TODAY TO WS-YMD-WK
           ADD WS-HOZON-NENSU TO WS-YW-YYYY
           IF  WS-YW-MMDD = 0229
               MOVE 0228 TO WS-YW-MMDD
           END-IF
           MOVE WS-YMD-WK TO WS-HOZONKIGEN
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS312-HONNIN
           OPEN I-O    QTS254-KAKUNIN
           OPEN OUTPUT KAKUNIN-RPTFILE
           MOVE SPACES TO KAKUNIN-RPT-LINE
           STRING "HONNIN KAKUNIN KIROKU MISAKUSEI  "
                  "KAIIN/GAIBUNO/NYUKAIKESSAIBI"
               DELIMITED BY SIZE INTO KAKUNIN-RPT-LINE
           END-STRING
           WRITE KAKUNIN-RPT-LINE
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS010-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 会員ごとに既存の確認記録を読み、解約会員は保存期限を設定
      * する。在籍会員で入会時の確認記録がなければ申込から作成する。
       2000-PROCESS-MEMBER.
           PERFORM 2100-SCAN-KIROKU
           IF  QTS010-KAIJOKBN NOT = ZERO
               GO TO 2900-NEXT-MEMBER
           END-IF
           IF  WS-NYUKAI-ARI
               GO TO 2900-NEXT-MEMBER
           END-IF
           PERFORM 2150-SEARCH-HONNIN
           IF  WS-HIT
               PERFORM 2200-WRITE-KIROKU
               GO TO 2900-NEXT-MEMBER
           END-IF
           IF  PRM-KAISHIYMD NOT = ZERO
           AND QTS010-NYKKESSAIYMD NOT < PRM-KAISHIYMD
               PERFORM 2300-WRITE-MISAKUSEI
           END-IF.

       2900-NEXT-MEMBER.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-SCAN-KIROKU.
           MOVE "N"                  TO WS-NYUKAI-SW
           MOVE "N"                  TO WS-KR-END-SW
           MOVE ZERO                 TO WS-MAX-SEQ
           MOVE QTS010-PRMKIGYOUCD     TO QTS254-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS254-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS254-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS254-PRMKAKUNINSEQ
           START QTS254-KAKUNIN KEY IS NOT LESS THAN QTS254-SEG
               INVALID KEY SET WS-KR-END TO TRUE
           END-START
           PERFORM 2110-READ-KIROKU THRU 2110-EXIT
                   UNTIL WS-KR-END.

       2110-READ-KIROKU.
           READ QTS254-KAKUNIN NEXT RECORD
               AT END SET WS-KR-END TO TRUE
           END-READ
           IF  WS-KR-END
               GO TO 2110-EXIT
           END-IF
           IF  QTS254-PRM NOT = QTS010-PRM
               SET WS-KR-END TO TRUE
               GO TO 2110-EXIT
           END-IF
           MOVE QTS254-PRMKAKUNINSEQ TO WS-MAX-SEQ
           IF  QTS254-KAKUNINKBN = "1"
               SET WS-NYUKAI-ARI TO TRUE
           END-IF
           IF  QTS010-KAIJOKBN NOT = ZERO
           AND QTS254-HOZONKIGEN = ZERO
               MOVE WS-TODAY         TO QTS254-TORIHIKISHURYOYMD
               MOVE WS-HOZONKIGEN    TO QTS254-HOZONKIGEN
               MOVE WS-TODAY         TO QTS254-SVRKOUSHINYMD
               REWRITE QTS254-REC
               ADD 1 TO WS-KIGEN-COUNT
           END-IF.

       2110-EXIT.
           EXIT.

      * 会員の外部会員番号の申込を受付日順に読み、本人確認項目の
      * 入ったもののうち受付日の最も新しいものを採る。
       2150-SEARCH-HONNIN.
           MOVE "N"                  TO WS-HIT-SW
           MOVE "N"                  TO WS-HN-END-SW
           MOVE QTS010-GKNSHIKIBETSUNO TO QTS312-PRMGAIBUKAIINNO
           MOVE ZERO                 TO QTS312-PRMUKETSUKEDATE
           START QTS312-HONNIN KEY IS NOT LESS THAN QTS312-SEG
               INVALID KEY SET WS-HN-END TO TRUE
           END-START
           PERFORM 2160-READ-HONNIN THRU 2160-EXIT
                   UNTIL WS-HN-END.

       2160-READ-HONNIN.
           READ QTS312-HONNIN NEXT RECORD
               AT END SET WS-HN-END TO TRUE
           END-READ
           IF  WS-HN-END
               GO TO 2160-EXIT
           END-IF
           IF  QTS312-PRMGAIBUKAIINNO NOT = QTS010-GKNSHIKIBETSUNO
               SET WS-HN-END TO TRUE
               GO TO 2160-EXIT
           END-IF
           IF  QTS312-HKKSHORUIKBN = SPACES
           OR  QTS312-HKKSHORUIKBN = LOW-VALUES
               GO TO 2160-EXIT
           END-IF
           MOVE QTS312-REC           TO WS-HONNIN-AREA
           SET WS-HIT TO TRUE.

       2160-EXIT.
           EXIT.

       2200-WRITE-KIROKU.
           INITIALIZE QTS254-REC
           MOVE QTS010-PRM             TO QTS254-PRM
           COMPUTE QTS254-PRMKAKUNINSEQ = WS-MAX-SEQ + 1
           MOVE QTS010-GKNSHIKIBETSUNO TO QTS254-GAIBUKAIINNO
           MOVE "1"                    TO QTS254-KAKUNINKBN
           MOVE WS-HN-HKKSHORUIKBN     TO QTS254-SHORUIKBN
           MOVE WS-HN-HKKSHORUINO      TO QTS254-SHORUINO
           MOVE WS-HN-HKKSHORUIKIGEN   TO QTS254-SHORUIKIGEN
           MOVE WS-HN-HKKHOUHOU        TO QTS254-KAKUNINHOUHOU
           MOVE WS-HN-HKKKAKUNINYMD    TO QTS254-KAKUNINYMD
           MOVE WS-HN-HKKKAKUNINSHA    TO QTS254-KAKUNINSHAID
           MOVE WS-HN-HKKTORIHIKIMOKUTEKI
                                       TO QTS254-TORIHIKIMOKUTEKI
           MOVE WS-HN-HKKPEPSKBN       TO QTS254-PEPSKBN
           MOVE QTS010-KMSKBN          TO QTS254-SHOKUGYOUKBN
           MOVE WS-TODAY               TO QTS254-SAKUSEIYMD
           MOVE "QTS254B"              TO QTS254-OPERATORID
           MOVE WS-TODAY               TO QTS254-SVRKOUSHINYMD
           WRITE QTS254-REC
               INVALID KEY
                   DISPLAY "QTS254B: WRITE NG " QTS254-SEG
               NOT INVALID KEY
                   ADD 1 TO WS-SAKUSEI-COUNT
           END-WRITE.

       2300-WRITE-MISAKUSEI.
           MOVE QTS010-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS010-GKNSHIKIBETSUNO TO WS-RP-GAIBUNO
           MOVE QTS010-NYKKESSAIYMD    TO WS-RP-KESSAIYMD
           MOVE "確認記録なし　　"     TO WS-RP-MIDASHI
           MOVE WS-RPT-LINE            TO KAKUNIN-RPT-LINE
           WRITE KAKUNIN-RPT-LINE
           ADD 1 TO WS-MISAKUSEI-COUNT.

      * 保存期限を過ぎた確認記録を削除する。
       5000-PURGE-KIROKU.
           MOVE "N" TO WS-KR-END-SW
           MOVE LOW-VALUE TO QTS254-SEG
           START QTS254-KAKUNIN KEY IS NOT LESS THAN QTS254-SEG
               INVALID KEY SET WS-KR-END TO TRUE
           END-START
           PERFORM 5100-PURGE-ONE UNTIL WS-KR-END.

       5100-PURGE-ONE.
           READ QTS254-KAKUNIN NEXT RECORD
               AT END SET WS-KR-END TO TRUE
           END-READ
           IF  NOT WS-KR-END
               IF  QTS254-HOZONKIGEN NOT = ZERO
               AND QTS254-HOZONKIGEN < WS-TODAY
                   DELETE QTS254-KAKUNIN
                       INVALID KEY
                           DISPLAY "QTS254B: DELETE NG " QTS254-SEG
                       NOT INVALID KEY
                           ADD 1 TO WS-SAKUJO-COUNT
                   END-DELETE
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS254B: SAKUSEI=" WS-SAKUSEI-COUNT
                   " HOZONKIGEN=" WS-KIGEN-COUNT
                   " SAKUJO=" WS-SAKUJO-COUNT
                   " MISAKUSEI=" WS-MISAKUSEI-COUNT
           CLOSE QTS010-MASTER
           CLOSE QTS312-HONNIN
           CLOSE QTS254-KAKUNIN
           CLOSE KAKUNIN-RPTFILE.
