      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   直接仕訳を廃止（重複計上）    FIP      26/09/03   *
      *   000003   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS138B.
       01  WS-URITUUBAN            PIC 9(13).
       01  WS-TUUBAN-MMDD          PIC 9(04).
       01  WS-SP-LINE.
           05  WS-SP-CARDNO        PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SP-KINGAKU       PIC ---------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SP-RIYU          PIC N(08).
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               WHEN 1
                   CONTINUE
               WHEN 2
                   PERFORM 3000-POST-WITHDRAWAL THRU 3000-EXIT
               WHEN 8
                   PERFORM 5000-MATCH-TRAILER
               WHEN OTHER
           END-IF.

       7000-WRITE-SUSPENSE.
           MOVE WS-SP-CARDNO         TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO       TO WS-SP-CARDNO
           MOVE WS-SP-LINE           TO SUSPENSE-LIST-LINE
           WRITE SUSPENSE-LIST-LINE
           ADD 1 TO WS-SUSPENSE-COUNT.

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
           IF  NOT WS-TRAILER-ARI
               DISPLAY "QTS138B: TRAILER NASHI"
