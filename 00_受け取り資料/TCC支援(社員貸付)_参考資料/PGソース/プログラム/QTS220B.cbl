      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS220B.
       01  WS-TODAY                PIC 9(08).
       01  WS-TOUROKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           WRITE QTS220-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE HKI-CARDNO   TO MSK-MOTOCARDNO
                   PERFORM 8600-MASK-CARDNO
                   DISPLAY "QTS220B: TOUROKUZUMI CARD "
                       MSK-MASKCARDNO
               NOT INVALID KEY
                   ADD 1 TO WS-TOUROKU-COUNT
           END-WRITE
               AT END SET WS-EOF TO TRUE
           END-READ.

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
           DISPLAY "QTS220B: TOUROKU=" WS-TOUROKU-COUNT
                   " ERROR=" WS-ERROR-COUNT
