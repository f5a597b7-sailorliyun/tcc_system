      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   不達返戻カード有効化ブロック  FIP      26/09/03   *
      *   000003   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS220M.
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-ACT-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(07)     VALUE ZERO.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
      * 場合のみ有効化済へ更新して日時・チャネル・担当者を記録する。
       2000-PROCESS-ACT.
           MOVE ACT-CARDNO           TO QTS220-PRMCARDNO
           MOVE ACT-CARDNO           TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           READ QTS220-ACTFILE
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS220M: CARD NASHI " MSK-MASKCARDNO
               NOT INVALID KEY
                   PERFORM 3000-VERIFY-MEMBER
           END-READ
           IF  QTS220-HAISOSTS = "2"
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS220M: FUTATSU-HENREI CARD "
                   MSK-MASKCARDNO
           ELSE
           IF  QTS220-ACTSTS NOT = SPACES
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS220M: YUKOKAZUMI CARD "
                   MSK-MASKCARDNO
           ELSE
               MOVE QTS220-KAIKIGYOUCD   TO QTS010-PRMKIGYOUCD
               MOVE QTS220-KAISUBRANGEKEY TO QTS010-PRMSUBRANGEKEY
               ADD 1 TO WS-ACT-COUNT
           ELSE
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS220M: HONNIN KAKUNIN NG "
                   MSK-MASKCARDNO
           END-IF.

      * カード番号は先頭６桁と末尾４桁以外を伏せて出力する。
       8600-MASK-CARDNO.
           IF  MSK-MOTOCARDNO = SPACES
           OR  MSK-MOTOCARDNO = ZERO
               MOVE MSK-MOTOCARDNO   TO MSK-MASKCARDNO
           ELSE
               MOVE MSK-MOTOCARDNO(1:6)  TO MSK-MASKMAE
               MOVE "******"             TO MSK-MASKCHU
               MOVE MSK-MOTOCARDNO(13:4) TO MSK-MASKATO
           END-IF.

       9000-TERMINATE.
