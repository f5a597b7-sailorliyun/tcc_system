      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS148B.
           05  WS-EX-HAKKOYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-EX-RIYU          PIC N(08).
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           READ QTS220-ACTFILE
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   MOVE TRK-CARDNO   TO MSK-MOTOCARDNO
                   PERFORM 8600-MASK-CARDNO
                   DISPLAY "QTS148B: CARD NASHI " MSK-MASKCARDNO
               NOT INVALID KEY
                   EVALUATE TRK-KEKKAKBN
                       WHEN "1"
           READ QTS220-ACTFILE
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   MOVE SHS-CARDNO   TO MSK-MOTOCARDNO
                   PERFORM 8600-MASK-CARDNO
                   DISPLAY "QTS148B: CARD NASHI " MSK-MASKCARDNO
               NOT INVALID KEY
                   IF  QTS220-HAISOSTS = "2"
                       MOVE "3"      TO QTS220-HAISOSTS
                       ADD 1 TO WS-SAIHASO-COUNT
                   ELSE
                       ADD 1 TO WS-NG-COUNT
                       MOVE SHS-CARDNO TO MSK-MOTOCARDNO
                       PERFORM 8600-MASK-CARDNO
                       DISPLAY "QTS148B: SAIHASO TAISHOGAI "
                           MSK-MASKCARDNO
                   END-IF
           END-READ
           READ SAIHASO-INFILE
                   COMPUTE WS-KEIKA-NISSU =
                       WS-TODAY-INT - WS-HAKKO-INT
                   IF  WS-KEIKA-NISSU > PRM-TAIRYU-NISSU
                       MOVE QTS220-PRMCARDNO TO MSK-MOTOCARDNO
                       PERFORM 8600-MASK-CARDNO
                       MOVE MSK-MASKCARDNO TO WS-EX-CARDNO
                       MOVE QTS220-KAINAIBUKAIINNO
                           TO WS-EX-KAIINNO
                       MOVE QTS220-HAKKOYMD TO WS-EX-HAKKOYMD
               END-IF
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
           DISPLAY "QTS148B: HAITATSU=" WS-HAITATSU-COUNT
                   " HENREI=" WS-HENREI-COUNT
