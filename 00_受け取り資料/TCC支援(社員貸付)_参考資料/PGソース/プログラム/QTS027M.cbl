      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   受取証書まとめ交付承諾対応    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS027M.
           05  CHT-CHANNELKBN          PIC X(01).
           05  CHT-MAILADDR            PIC X(40).
           05  CHT-HENKOURIYU          PIC X(01).
           05  CHT-UKETORIMATOMEKBN    PIC X(01).
      *        受取証書まとめ交付承諾（スペースは現行設定を引継ぐ）
       FD  QTS027-CHANNEL.
       01  QTS027-REC.
           COPY QTS027 REPLACING ==()== BY ==QTS027==.
       01  WS-WRITE-OK-SW          PIC X(01).
           88  WS-WRITE-OK                       VALUE "Y".
       01  WS-SAVE-REC             PIC X(100).
       01  WS-MATOMEKBN            PIC X(01).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE CHT-PRMSUBRANGEKEY   TO QTS027-PRMSUBRANGEKEY
           MOVE CHT-PRMNAIBUKAIINNO  TO QTS027-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS027-PRMRENBAN
           MOVE SPACE                TO WS-MATOMEKBN
           READ QTS027-CHANNEL
               INVALID KEY
                   PERFORM 4000-ADD-GENKOU
               NOT INVALID KEY
                   MOVE QTS027-UKETORIMATOMEKBN TO WS-MATOMEKBN
                   PERFORM 3000-SAVE-HISTORY
                   PERFORM 4000-ADD-GENKOU
           END-READ
           MOVE CHT-MAILADDR         TO QTS027-MAILADDR
           MOVE WS-TODAY             TO QTS027-HENKOUYMD
           MOVE CHT-HENKOURIYU       TO QTS027-HENKOURIYU
           IF  CHT-UKETORIMATOMEKBN = SPACE
               MOVE WS-MATOMEKBN     TO QTS027-UKETORIMATOMEKBN
           ELSE
               MOVE CHT-UKETORIMATOMEKBN TO QTS027-UKETORIMATOMEKBN
           END-IF
           MOVE WS-TODAY             TO QTS027-SVRKOUSHINYMD
           WRITE QTS027-REC
               INVALID KEY
