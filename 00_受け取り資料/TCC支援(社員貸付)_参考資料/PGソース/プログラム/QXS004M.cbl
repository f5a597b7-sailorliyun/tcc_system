      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QXS004M.
       01  WS-DISPOSE-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TRI-IX               PIC 9(01).
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

       2000-PROCESS-TRAN.
           MOVE CST-PRMCARDNO        TO QXS004-PRMCARDNO
           MOVE CST-PRMCARDNO        TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           READ QXS004-CASEFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QXS004M: CASE NASHI " MSK-MASKCARDNO
               NOT INVALID KEY
                   EVALUATE CST-ACTIONKBN
                       WHEN 1 PERFORM 3000-LOG-CONTACT
                   QXS004-CONTACTMEMO(QXS004-CONTACTCOUNT)
           ELSE
               DISPLAY "QXS004M: CONTACT HIST FULL "
                   MSK-MASKCARDNO
           END-IF
           MOVE CST-TANTOUSHAID      TO QXS004-TANTOUSHAID
           MOVE WS-TODAY             TO QXS004-SVRKOUSHINYMD
                   REWRITE QXS003-REC
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
           DISPLAY "QXS004M: CONTACT=" WS-CONTACT-COUNT
                   " DISPOSE=" WS-DISPOSE-COUNT
