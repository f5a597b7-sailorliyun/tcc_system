      *8...........2.........3.........4.........5........6........7.........8
      *    QTS260M
      ****************************************************************
      *                収入証明書受領登録メンテナンス処理            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    受領した収入証明書を収入証明書管理（QTS260）へ登録する。
      *    登録により依頼・督促・期限前案内の状況はクリアする。
      *    有効期限の入力がなければ発行日から書類種類別の年数とする
      *    （給与の支払明細書は１年、その他は３年）。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS260M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHM-TRANFILE    ASSIGN TO "QTS260TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS260-SHOMEI   ASSIGN TO "QTS260"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS260-SEG
                   FILE STATUS IS WS-QTS260-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS129-KENGEN   ASSIGN TO "QTS129"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS129-SEG
                   FILE STATUS IS WS-QTS129-STATUS.
           SELECT  QTS133-ROLEKYOKA ASSIGN TO "QTS133"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS133-SEG
                   FILE STATUS IS WS-QTS133-STATUS.
           SELECT  QTS025-JOURNAL  ASSIGN TO "QTS025"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QTS025-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHM-TRANFILE.
       01  SHM-TRAN-REC.
           05  SHM-PRMKIGYOUCD         PIC 9(04).
           05  SHM-PRMSUBRANGEKEY      PIC 9(04).
           05  SHM-PRMNAIBUKAIINNO     PIC 9(08).
           05  SHM-SHORUIKBN           PIC X(02).
               88  SHM-SHORUI-OK                 VALUE "01" "02" "03"
                                                       "04" "05" "99".
           05  SHM-NENSHU              PIC 9(07).
      *        千円単位
           05  SHM-HAKKOUYMD           PIC 9(08).
           05  SHM-JURYOUYMD           PIC 9(08).
      *        ゼロのときは処理日
           05  SHM-YUUKOUKIGEN         PIC 9(08).
      *        ゼロのときは書類種類別の既定年数
           05  SHM-OPERATORID          PIC X(08).
           05  SHM-TABANO              PIC X(05).
       FD  QTS260-SHOMEI.
       01  QTS260-REC.
           COPY QTS260 REPLACING ==()== BY ==QTS260==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS260-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-YMD-WK.
           05  WS-YW-YYYY          PIC 9(04).
           05  WS-YW-MMDD          PIC 9(04).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOUROKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-KOUSHIN-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  SHM-TRANFILE
           OPEN I-O    QTS260-SHOMEI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ SHM-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  NOT SHM-SHORUI-OK
           OR  SHM-HAKKOUYMD = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS260M: KBN ERROR " SHM-SHORUIKBN
                       " " SHM-HAKKOUYMD
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE SHM-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE SHM-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE SHM-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS260M: QTS010 NASHI " QTS010-PRM
                   GO TO 2900-NEXT-TRAN
           END-READ
           PERFORM 3000-TOUROKU-SHOMEI.

       2900-NEXT-TRAN.
           READ SHM-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE SHM-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS260M"       TO QTS133-PRMTRANID
                       READ QTS133-ROLEKYOKA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  QTS133-KYOKAKBN = "1"
                                   SET WS-KENGEN-OK TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ
           IF  NOT WS-KENGEN-OK
               ADD 1 TO WS-KENGEN-NG-COUNT
               DISPLAY "QTS260M: KENGEN NASHI " SHM-OPERATORID
           END-IF.

      * 会員の収入証明書を最新の受領書類で置き換える。提出要否は
      * 次回のQTS260B判定まで引き継ぐ。
       3000-TOUROKU-SHOMEI.
           MOVE "N" TO WS-SHINKI-SW
           MOVE QTS010-PRM           TO QTS260-PRM
           READ QTS260-SHOMEI
               INVALID KEY
                   SET WS-SHINKI TO TRUE
                   INITIALIZE QTS260-REC
                   MOVE QTS010-PRM   TO QTS260-PRM
                   MOVE SPACES       TO WS-JN-BEFORE
           END-READ
           IF  NOT WS-SHINKI
               MOVE QTS260-REC       TO WS-JN-BEFORE
           END-IF
           MOVE QTS010-GKNSHIKIBETSUNO TO QTS260-GAIBUKAIINNO
           MOVE SHM-SHORUIKBN          TO QTS260-SHORUIKBN
           MOVE SHM-NENSHU             TO QTS260-NENSHU
           MOVE SHM-HAKKOUYMD          TO QTS260-HAKKOUYMD
           IF  SHM-JURYOUYMD = ZERO
               MOVE WS-TODAY           TO QTS260-JURYOUYMD
           ELSE
               MOVE SHM-JURYOUYMD      TO QTS260-JURYOUYMD
           END-IF
           IF  SHM-YUUKOUKIGEN = ZERO
               MOVE SHM-HAKKOUYMD      TO WS-YMD-WK
               IF  SHM-SHORUIKBN = "03"
                   ADD 1 TO WS-YW-YYYY
               ELSE
                   ADD 3 TO WS-YW-YYYY
               END-IF
               IF  WS-YW-MMDD = 0229
                   MOVE 0228 TO WS-YW-MMDD
               END-IF
               MOVE WS-YMD-WK          TO QTS260-YUUKOUKIGEN
           ELSE
               MOVE SHM-YUUKOUKIGEN    TO QTS260-YUUKOUKIGEN
           END-IF
           MOVE SPACE                  TO QTS260-IRAISTS
           MOVE ZERO                   TO QTS260-IRAIYMD
           MOVE ZERO                   TO QTS260-TOKUSOKUYMD
           MOVE ZERO                   TO QTS260-ANNAIYMD
           MOVE SHM-OPERATORID         TO QTS260-OPERATORID
           MOVE WS-TODAY               TO QTS260-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS260-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS260M: TOUROKU NG " QTS260-SEG
               END-WRITE
               MOVE "A"                TO WS-JN-ACTION
           ELSE
               REWRITE QTS260-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS260M: KOUSHIN NG " QTS260-SEG
               END-REWRITE
               MOVE "C"                TO WS-JN-ACTION
           END-IF
           IF  WS-QTS260-STATUS = "00"
               IF  WS-SHINKI
                   ADD 1 TO WS-TOUROKU-COUNT
               ELSE
                   ADD 1 TO WS-KOUSHIN-COUNT
               END-IF
               MOVE QTS260-REC         TO WS-JN-AFTER
               MOVE QTS260-SEG         TO WS-JN-KEYINFO
               PERFORM 9100-WRITE-JOURNAL
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS260M: TOUROKU=" WS-TOUROKU-COUNT
                   " KOUSHIN=" WS-KOUSHIN-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE SHM-TRANFILE
           CLOSE QTS260-SHOMEI
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS260M"            TO QTS025-TRANID
           MOVE SHM-OPERATORID       TO QTS025-OPERATORID
           MOVE SHM-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
