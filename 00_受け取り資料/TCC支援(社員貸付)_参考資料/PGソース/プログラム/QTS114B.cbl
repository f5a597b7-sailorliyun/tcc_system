      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   取込ゲート共通ラッパ形式対応  FIP      26/09/03   *
      *   000003   ＪＩＣＣ異動フラグ考慮        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS114B.
           READ QXTS01-ANSFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2000-LOAD-ONE THRU 2900-NEXT-ANS
                   UNTIL WS-EOF
           CLOSE QXTS01-ANSFILE
           MOVE "N" TO WS-EOF-SW
           OPEN I-O   QTS113-WORKLIST

      * 照会中のワークリスト項目へ回答を突合する。事故情報ありの
      * 回答は現在のQTS011限度額を添えて要レビューとし、異常の
      * ない回答はレビュー済で自動完結させる。ＪＩＣＣ回答の異動
      * 情報で先に要レビューとなった項目もＣＩＣ回答を突合する。
       3000-ROUTE-WORKLIST.
           IF  QTS113-JUDGESTS = SPACES
               PERFORM 4000-MATCH-ANSWER
           ELSE
               IF  QTS113-JICCFLG = "1"
               AND QTS113-KAITOUYMD = ZERO
                   PERFORM 4000-MATCH-ANSWER
               END-IF
           END-IF
           READ QTS113-WORKLIST NEXT
               AT END SET WS-EOF TO TRUE
                   MOVE "1" TO QTS113-JUDGESTS
                   ADD 1 TO WS-REVIEW-COUNT
               ELSE
                   IF  QTS113-JICCFLG = "1"
                       PERFORM 5000-ATTACH-LIMITS
                       MOVE "1" TO QTS113-JUDGESTS
                       ADD 1 TO WS-REVIEW-COUNT
                   ELSE
                       MOVE "2" TO QTS113-JUDGESTS
                       ADD 1 TO WS-CLEAR-COUNT
                   END-IF
               END-IF
               MOVE WS-TODAY              TO QTS113-SVRKOUSHINYMD
               REWRITE QTS113-REC
