      *8...........2.........3.........4.........5........6........7.........8
      *    QTS242B
      ****************************************************************
      *                一時増枠適用・復元バッチ（日次）              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS241B（利用可能額ポジション再作成）より前に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS242B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS242-ZOUWAKU  ASSIGN TO "QTS242"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS242-PRM
                   FILE STATUS IS WS-QTS242-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS011-CARDIF   ASSIGN TO "QTS011"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS011-PRM
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  QTS241-POSITION ASSIGN TO "QTS241"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS241-PRM
                   FILE STATUS IS WS-QTS241-STATUS.
           SELECT  ZOUWAKU-RPTFILE ASSIGN TO "QTS242RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS242-ZOUWAKU.
       01  QTS242-REC.
           COPY QTS242 REPLACING ==()== BY ==QTS242==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS011-CARDIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  QTS241-POSITION.
       01  QTS241-REC.
           COPY QTS241 REPLACING ==()== BY ==QTS241==.
       FD  ZOUWAKU-RPTFILE.
       01  ZOUWAKU-RPT-LINE            PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS242-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-QTS241-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HENKO-SW             PIC X(01).
           88  WS-HENKO-ARI                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-GENDO-EN             PIC S9(11).
       01  WS-ZANDAKA              PIC S9(11).
       01  WS-CHOKAGAKU            PIC S9(11).
       01  WS-TEKIYO-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-FUKUGEN-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KIGENGIRE-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-CHOKA-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TESHUSEI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAISHIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHURYOYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GENDO         PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-ZANDAKA       PIC ---------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-CHOKAGAKU     PIC ---------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HANTEI        PIC N(06).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ZOUWAKU THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O    QTS242-ZOUWAKU
           OPEN I-O    QTS010-MASTER
           OPEN I-O    QTS011-CARDIF
           OPEN INPUT  QTS241-POSITION
           OPEN OUTPUT ZOUWAKU-RPTFILE
           MOVE LOW-VALUE TO QTS242-PRM
           START QTS242-ZOUWAKU KEY IS NOT LESS THAN QTS242-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 1100-READ-NEXT
           END-IF.

       1100-READ-NEXT.
           READ QTS242-ZOUWAKU NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 適用待ちは開始日到来で適用、終了日を過ぎたものは期限切れ。
      * 適用中は終了日到来で元の限度額へ戻す。
       2000-PROCESS-ZOUWAKU.
           EVALUATE TRUE
               WHEN QTS242-ZOUWAKUSTS = "0"
               AND  QTS242-SHURYOYMD <= WS-TODAY
                   MOVE "8"          TO QTS242-ZOUWAKUSTS
                   PERFORM 5000-REWRITE-ZOUWAKU
                   ADD 1 TO WS-KIGENGIRE-COUNT
               WHEN QTS242-ZOUWAKUSTS = "0"
               AND  QTS242-PRMKAISHIYMD <= WS-TODAY
                   PERFORM 3000-TEKIYO THRU 3000-EXIT
               WHEN QTS242-ZOUWAKUSTS = "1"
               AND  QTS242-SHURYOYMD <= WS-TODAY
                   PERFORM 4000-FUKUGEN THRU 4000-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-READ-NEXT.

       2000-EXIT.
           EXIT.

      * 会員マスタの現限度額を退避して増枠後の額に置き換え、カード
      * ＩＦにも反映する。既に増枠後の額以上へ引き上げられている
      * 会員には適用しない（期限切れ扱い）。
       3000-TEKIYO.
           MOVE QTS242-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS242-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS242-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242B: QTS010 NASHI " QTS242-PRM
                   GO TO 3000-EXIT
           END-READ
           IF  QTS010-YSNSOUGENDO >= QTS242-ZOUSOUGENDO
               MOVE "8"              TO QTS242-ZOUWAKUSTS
               PERFORM 5000-REWRITE-ZOUWAKU
               ADD 1 TO WS-KIGENGIRE-COUNT
               DISPLAY "QTS242B: TEKIYO FUYOU " QTS242-PRM
               GO TO 3000-EXIT
           END-IF
           MOVE QTS010-YSNSOUGENDO     TO QTS242-MOTOSOUGENDO
           MOVE QTS010-YSNCASHGENDO    TO QTS242-MOTOCASHGENDO
           MOVE QTS242-ZOUSOUGENDO     TO QTS010-YSNSOUGENDO
           IF  QTS242-ZOUCASHGENDO > ZERO
               MOVE QTS242-ZOUCASHGENDO TO QTS010-YSNCASHGENDO
           END-IF
           REWRITE QTS010-REC
           MOVE QTS242-PRMKIGYOUCD     TO QTS011-PRMKIGYOUCD
           MOVE QTS242-PRMSUBRANGEKEY  TO QTS011-PRMSUBRANGEKEY
           MOVE QTS242-PRMNAIBUKAIINNO TO QTS011-PRMNAIBUKAIINNO
           READ QTS011-CARDIF
               INVALID KEY
                   DISPLAY "QTS242B: QTS011 NASHI " QTS242-PRM
               NOT INVALID KEY
                   MOVE QTS242-ZOUSOUGENDO TO QTS011-YSNSOUGENDO
                   IF  QTS242-ZOUCASHGENDO > ZERO
                       MOVE QTS242-ZOUCASHGENDO
                                     TO QTS011-YSNCASHGENDO
                   END-IF
                   REWRITE QTS011-REC
           END-READ
           MOVE "1"                    TO QTS242-ZOUWAKUSTS
           MOVE WS-TODAY               TO QTS242-TEKIYOYMD
           PERFORM 5000-REWRITE-ZOUWAKU
           ADD 1 TO WS-TEKIYO-COUNT.

       3000-EXIT.
           EXIT.

      * 退避した元の限度額へ戻す。増枠期間中に限度額が手作業で
      * 変更されていた項目はその額を優先して戻さず、レポートに
      * 出力する。復元後も残高が限度額を超える会員は回収部門の
      * 監視対象としてレポートに出力する。
       4000-FUKUGEN.
           MOVE QTS242-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS242-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS242-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242B: QTS010 NASHI " QTS242-PRM
                   GO TO 4000-EXIT
           END-READ
           MOVE "N"                    TO WS-HENKO-SW
           IF  QTS010-YSNSOUGENDO = QTS242-ZOUSOUGENDO
               MOVE QTS242-MOTOSOUGENDO TO QTS010-YSNSOUGENDO
           ELSE
               SET WS-HENKO-ARI TO TRUE
           END-IF
           IF  QTS242-ZOUCASHGENDO > ZERO
               IF  QTS010-YSNCASHGENDO = QTS242-ZOUCASHGENDO
                   MOVE QTS242-MOTOCASHGENDO
                                     TO QTS010-YSNCASHGENDO
               ELSE
                   SET WS-HENKO-ARI TO TRUE
               END-IF
           END-IF
           REWRITE QTS010-REC
           MOVE QTS242-PRMKIGYOUCD     TO QTS011-PRMKIGYOUCD
           MOVE QTS242-PRMSUBRANGEKEY  TO QTS011-PRMSUBRANGEKEY
           MOVE QTS242-PRMNAIBUKAIINNO TO QTS011-PRMNAIBUKAIINNO
           READ QTS011-CARDIF
               INVALID KEY
                   DISPLAY "QTS242B: QTS011 NASHI " QTS242-PRM
               NOT INVALID KEY
                   MOVE QTS010-YSNSOUGENDO  TO QTS011-YSNSOUGENDO
                   MOVE QTS010-YSNCASHGENDO TO QTS011-YSNCASHGENDO
                   REWRITE QTS011-REC
           END-READ
           MOVE "2"                    TO QTS242-ZOUWAKUSTS
           MOVE WS-TODAY               TO QTS242-FUKUGENYMD
           PERFORM 5000-REWRITE-ZOUWAKU
           ADD 1 TO WS-FUKUGEN-COUNT
           IF  WS-HENKO-ARI
               ADD 1 TO WS-TESHUSEI-COUNT
               MOVE ZERO               TO WS-ZANDAKA
               MOVE ZERO               TO WS-CHOKAGAKU
               MOVE "手動変更あり" TO WS-RP-HANTEI
               PERFORM 6000-WRITE-RPT
           END-IF
           PERFORM 4100-CHECK-ZANDAKA.

       4000-EXIT.
           EXIT.

      * 残高は前夜作成のポジション（確定残高＋未確定承認額）で見る。
       4100-CHECK-ZANDAKA.
           MOVE QTS242-PRMKIGYOUCD     TO QTS241-PRMKIGYOUCD
           MOVE QTS242-PRMSUBRANGEKEY  TO QTS241-PRMSUBRANGEKEY
           MOVE QTS242-PRMNAIBUKAIINNO TO QTS241-PRMNAIBUKAIINNO
           READ QTS241-POSITION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-ZANDAKA =
                       QTS241-SOUZAN + QTS241-MISOU
                   COMPUTE WS-GENDO-EN = QTS010-YSNSOUGENDO * 1000
                   IF  WS-ZANDAKA > WS-GENDO-EN
                       COMPUTE WS-CHOKAGAKU =
                           WS-ZANDAKA - WS-GENDO-EN
                       MOVE "限度超過監視" TO WS-RP-HANTEI
                       PERFORM 6000-WRITE-RPT
                       ADD 1 TO WS-CHOKA-COUNT
                   END-IF
           END-READ.

       5000-REWRITE-ZOUWAKU.
           MOVE WS-TODAY               TO QTS242-SVRKOUSHINYMD
           REWRITE QTS242-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242B: REWRITE FAILED " QTS242-PRM
           END-REWRITE.

       6000-WRITE-RPT.
           MOVE QTS242-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS242-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS242-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS242-PRMKAISHIYMD    TO WS-RP-KAISHIYMD
           MOVE QTS242-SHURYOYMD       TO WS-RP-SHURYOYMD
           MOVE QTS010-YSNSOUGENDO     TO WS-RP-GENDO
           MOVE WS-ZANDAKA             TO WS-RP-ZANDAKA
           MOVE WS-CHOKAGAKU           TO WS-RP-CHOKAGAKU
           MOVE WS-RPT-LINE            TO ZOUWAKU-RPT-LINE
           WRITE ZOUWAKU-RPT-LINE.

       9000-TERMINATE.
           DISPLAY "QTS242B: TEKIYO=" WS-TEKIYO-COUNT
                   " FUKUGEN=" WS-FUKUGEN-COUNT
                   " KIGENGIRE=" WS-KIGENGIRE-COUNT
                   " CHOKA=" WS-CHOKA-COUNT
                   " TESHUSEI=" WS-TESHUSEI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS242-ZOUWAKU
           CLOSE QTS010-MASTER
           CLOSE QTS011-CARDIF
           CLOSE QTS241-POSITION
           CLOSE ZOUWAKU-RPTFILE.
