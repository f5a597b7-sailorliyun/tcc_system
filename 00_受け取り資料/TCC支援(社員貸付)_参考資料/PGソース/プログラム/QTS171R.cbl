      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   再実行待ち状態の表示追加      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS171R.
               WHEN "1"    MOVE "正常終了　" TO WS-RP-STS
               WHEN "2"    MOVE "異常終了　" TO WS-RP-STS
               WHEN "3"    MOVE "実行中　　" TO WS-RP-STS
               WHEN "4"    MOVE "再実行待ち" TO WS-RP-STS
               WHEN OTHER  MOVE "未実行　　" TO WS-RP-STS
           END-EVALUATE
           IF  QTS171-ENDSTS = "2"
