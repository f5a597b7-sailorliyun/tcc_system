      *8...........2.........3.........4.........5........6........7.........8
      *    QTS275M
      ****************************************************************
      *                加盟店早期入金契約メンテナンス処理            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS275M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KEIYAKU-TRANFILE ASSIGN TO "QTS275TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS275-KEIYAKU  ASSIGN TO "QTS275"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS275-PRMNAIBUNO
                   FILE STATUS IS WS-QTS275-STATUS.
           SELECT  QTS075-KAMEIFILE ASSIGN TO "QTS075"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS075-ENTRYKEY
                   FILE STATUS IS WS-QTS075-STATUS.
           SELECT  QTS074-KOZAFILE ASSIGN TO "QTS074"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS074-PRMSIHARAISAKINO
                   FILE STATUS IS WS-QTS074-STATUS.
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
       FD  KEIYAKU-TRANFILE.
       01  KEIYAKU-TRAN-REC.
           05  KYT-ACTIONKBN           PIC 9(01).
      *        1:利用申込・条件変更  2:解約
           05  KYT-PRMNAIBUNO          PIC 9(07).
           05  KYT-SIHARAISAKINO       PIC 9(07).
           05  KYT-KAISHIYMD           PIC 9(08).
      *        先払開始日（ゼロは処理日）
           05  KYT-WARIBIKIRITSU       PIC 99V99.
           05  KYT-JOGENGAKU           PIC 9(11).
           05  KYT-OPERATORID          PIC X(08).
           05  KYT-TABANO              PIC X(05).
       FD  QTS275-KEIYAKU.
       01  QTS275-REC.
           COPY QTS275 REPLACING ==()== BY ==QTS275==.
       FD  QTS075-KAMEIFILE.
       01  QTS075-REC.
           COPY QTS075 REPLACING ==()== BY ==QTS075==.
       FD  QTS074-KOZAFILE.
       01  QTS074-REC.
           COPY QTS074 REPLACING ==()== BY ==QTS074==.
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
       01  WS-QTS275-STATUS        PIC X(02).
       01  WS-QTS075-STATUS        PIC X(02).
       01  WS-QTS074-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOROKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-KAIYAKU-COUNT        PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  KEIYAKU-TRANFILE
           OPEN I-O    QTS275-KEIYAKU
           OPEN INPUT  QTS075-KAMEIFILE
           OPEN INPUT  QTS074-KOZAFILE
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ KEIYAKU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 先払の条件と振込先は資金の流出に直結するため、権限のある
      * オペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE KYT-ACTIONKBN
               WHEN 1 PERFORM 3000-REGISTER-KEIYAKU THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CANCEL-KEIYAKU
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS275M: BAD ACTION " KYT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KEIYAKU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE KYT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS275M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS275M: KENGEN NASHI " KYT-OPERATORID
           END-IF.

      * 利用申込・条件変更。取消済でない加盟店であること、支払先
      * 番号が加盟店マスタと一致し振込口座が登録済であることを
      * 確かめる。解約中の契約への登録は再申込として扱う。
       3000-REGISTER-KEIYAKU.
           MOVE KYT-PRMNAIBUNO       TO QTS075-PRMNAIBUNO
           READ QTS075-KAMEIFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS275M: KAMEITEN NASHI " KYT-PRMNAIBUNO
                   GO TO 3000-EXIT
           END-READ
           IF  QTS075-TORIKESIBI NOT = ZERO
           AND QTS075-TORIKESIBI <= WS-TODAY
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS275M: KAMEITEN TORIKESHI " KYT-PRMNAIBUNO
               GO TO 3000-EXIT
           END-IF
           IF  KYT-SIHARAISAKINO NOT = QTS075-SIHARAISAKINO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS275M: SIHARAISAKI FUITCHI " KYT-PRMNAIBUNO
               GO TO 3000-EXIT
           END-IF
           MOVE KYT-SIHARAISAKINO    TO QTS074-PRMSIHARAISAKINO
           READ QTS074-KOZAFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS275M: KOZA NASHI " KYT-SIHARAISAKINO
                   GO TO 3000-EXIT
           END-READ
           IF  KYT-WARIBIKIRITSU = ZERO
           OR  KYT-JOGENGAKU = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS275M: JOKEN FUSEI " KYT-PRMNAIBUNO
               GO TO 3000-EXIT
           END-IF
           MOVE KYT-PRMNAIBUNO       TO QTS275-PRMNAIBUNO
           READ QTS275-KEIYAKU
               INVALID KEY
                   INITIALIZE QTS275-REC
                   MOVE KYT-PRMNAIBUNO TO QTS275-PRMNAIBUNO
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS275-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           IF  QTS275-KEIYAKUSTS NOT = "1"
               MOVE WS-TODAY         TO QTS275-MOUSHIKOMIYMD
               MOVE ZERO             TO QTS275-KAIYAKUYMD
           END-IF
           MOVE "1"                  TO QTS275-KEIYAKUSTS
           MOVE KYT-SIHARAISAKINO    TO QTS275-SIHARAISAKINO
           IF  KYT-KAISHIYMD = ZERO
               MOVE WS-TODAY         TO QTS275-KAISHIYMD
           ELSE
               MOVE KYT-KAISHIYMD    TO QTS275-KAISHIYMD
           END-IF
           MOVE KYT-WARIBIKIRITSU    TO QTS275-WARIBIKIRITSU
           MOVE KYT-JOGENGAKU        TO QTS275-JOGENGAKU
           MOVE WS-TODAY             TO QTS275-TOROKUYMD
           MOVE KYT-OPERATORID       TO QTS275-OPERATORID
           MOVE WS-TODAY             TO QTS275-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS275-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS275-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS275-REC
           ELSE
               REWRITE QTS275-REC
           END-IF
           ADD 1 TO WS-TOROKU-COUNT
           MOVE QTS275-REC           TO WS-JN-AFTER
           MOVE QTS275-PRMNAIBUNO    TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 解約。先払済の売上とＣＢ回収残は明細（QTS276）に残り、
      * 回収は精算支払で続けるため、契約は削除せず解約状態とする。
       4000-CANCEL-KEIYAKU.
           MOVE KYT-PRMNAIBUNO       TO QTS275-PRMNAIBUNO
           READ QTS275-KEIYAKU
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS275M: KEIYAKU NASHI " KYT-PRMNAIBUNO
               NOT INVALID KEY
                   MOVE QTS275-REC   TO WS-JN-BEFORE
                   MOVE "9"          TO QTS275-KEIYAKUSTS
                   MOVE WS-TODAY     TO QTS275-KAIYAKUYMD
                   MOVE KYT-OPERATORID TO QTS275-OPERATORID
                   MOVE WS-TODAY     TO QTS275-HOSTSHORIYMD
                   MOVE WS-NOW-TIME  TO QTS275-HOSTSHORITIME
                   MOVE WS-TODAY     TO QTS275-SVRKOUSHINYMD
                   REWRITE QTS275-REC
                   ADD 1 TO WS-KAIYAKU-COUNT
                   MOVE QTS275-REC   TO WS-JN-AFTER
                   MOVE "C"          TO WS-JN-ACTION
                   MOVE KYT-PRMNAIBUNO TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS275M: TOROKU=" WS-TOROKU-COUNT
                   " KAIYAKU=" WS-KAIYAKU-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE KEIYAKU-TRANFILE
           CLOSE QTS275-KEIYAKU
           CLOSE QTS075-KAMEIFILE
           CLOSE QTS074-KOZAFILE
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS275M"            TO QTS025-TRANID
           MOVE KYT-OPERATORID       TO QTS025-OPERATORID
           MOVE KYT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
