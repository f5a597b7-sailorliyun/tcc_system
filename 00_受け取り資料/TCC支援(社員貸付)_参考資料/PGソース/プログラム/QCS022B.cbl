      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/08   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QCS022B.
       01  WS-NEXT-HENKOUNO        PIC 9(04).
       01  WS-SAVE-REC.
           COPY QCS021 REPLACING ==()== BY ==SAVE==.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
      * 削除して同一内容で新キーへ書き直し、変更履歴をQCS022へ残す。
       2000-PROCESS-TRAN.
           MOVE CARDCHT-OLDCARDNO TO QCS021-PRMCSTCARDNO
           MOVE CARDCHT-OLDCARDNO TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           READ QCS021-MASTER
               INVALID KEY
                   DISPLAY "QCS022B: OLD CARD NOT FOUND "
                       MSK-MASKCARDNO
               NOT INVALID KEY
                   PERFORM 3000-REMAP-CARD
           END-READ
           DELETE QCS021-MASTER
               INVALID KEY
                   DISPLAY "QCS022B: OLD RECORD DELETE FAILED "
                       MSK-MASKCARDNO
           END-DELETE
           MOVE WS-SAVE-REC          TO QCS021-REC
           MOVE CARDCHT-NEWCARDNO    TO QCS021-PRMCSTCARDNO
           WRITE QCS021-REC
               INVALID KEY
                   MOVE CARDCHT-NEWCARDNO TO MSK-MOTOCARDNO
                   PERFORM 8600-MASK-CARDNO
                   DISPLAY "QCS022B: NEW RECORD WRITE FAILED "
                       MSK-MASKCARDNO
           END-WRITE
           MOVE CARDCHT-OLDCARDNO    TO QCS022-PRMOLDCARDNO
           PERFORM 3100-NEXT-HENKOUNO
           END-START
           ADD 1 TO WS-NEXT-HENKOUNO.

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
           CLOSE CARDCH-TRANFILE
           CLOSE QCS021-MASTER
