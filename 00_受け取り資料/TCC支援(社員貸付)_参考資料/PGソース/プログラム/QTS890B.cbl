      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/08   *
      *   000002   差分ストリーム検証対応        FIP      26/09/03   *
      *   000003   配信停止行を収録済とみなす    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS890B.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-MEMBER UNTIL WS-EOF
           PERFORM 6000-VERIFY-DELTA THRU 6000-EXIT
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.
      * 差分ストリームの検証。会員変更キー差分（QTS811DL）の全
      * キーが直近の差分抽出（QTS810DL）に収録されているかを突合
      * し、漏れを報告する（差分配信の取りこぼし検知）。どちらかの
      * ファイルが無い日はこの検証を静かに飛ばす。利用停止・第三者
      * 提供停止の会員はデータ行の代わりに配信停止行（レコード区分
      * ３）で収録される。
       6000-VERIFY-DELTA.
           INITIALIZE WS-EX-TBL
           MOVE "N" TO WS-EOF-SW
           EXIT.

       6100-LOAD-EXTRACT.
           IF  EXT-RECKBN = 2 OR 3
               IF  WS-EX-MAX >= 30000
                   DISPLAY "QTS890B: EXTRACT TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
