      *8...........2.........3.........4.........5........6........7.........8
      *    QTS262M
      ****************************************************************
      *                カード一時利用停止・解除セルフサービス処理    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
      *    会員自身によるカードの一時利用停止・解除をカード一時利用
      *    停止ファイル（QTS262）へ反映する。会員ＷＥＢ・音声応答から
      *    の指図は暗証変更と同様に本会員の暗証照合を経たものに限り、
      *    コールセンタ経由の操作と紛失届への切替はオペレータ権限を
      *    照合してジャーナルに残す。停止はカード単位（家族カードは
      *    利用者コードで指定）で、オーソリはQXS001W・QXS005Wが謝絶
      *    する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS262M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  LCK-TRANFILE    ASSIGN TO "QTS262TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS262-TEISI    ASSIGN TO "QTS262"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS262-SEG
                   FILE STATUS IS WS-QTS262-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS020-KAZOKU   ASSIGN TO "QTS020"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS020-PRM
                   FILE STATUS IS WS-QTS020-STATUS.
           SELECT  QTS112-CTLFILE  ASSIGN TO "QTS112"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS112-PRM
                   FILE STATUS IS WS-QTS112-STATUS.
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
       FD  LCK-TRANFILE.
       01  LCK-TRAN-REC.
           05  LCK-ACTIONKBN           PIC 9(01).
      *        1:一時停止  2:停止解除  3:継続課金の扱い変更
      *        4:紛失届へ切替（コールセンタのみ）
           05  LCK-CHANNELKBN          PIC X(01).
      *        1:会員ＷＥＢ  2:音声応答  3:コールセンタ
           05  LCK-PRMKIGYOUCD         PIC 9(04).
           05  LCK-PRMSUBRANGEKEY      PIC 9(04).
           05  LCK-PRMNAIBUKAIINNO     PIC 9(08).
           05  LCK-PRMRIYOUSHACD       PIC 9(01).
           05  LCK-ANSYONO             PIC 9(04).
      *        会員チャネルのみ。本会員の暗証番号
           05  LCK-KEIZOKUKYOKA        PIC X(01).
      *        スペース:停止中は謝絶  1:登録加盟店の継続課金は通す
           05  LCK-FUNSITSUUKETSUKENO  PIC 9(08).
      *        紛失届へ切替時のQTS112ブラック登録依頼番号
           05  LCK-OPERATORID          PIC X(08).
           05  LCK-TABANO              PIC X(05).
       FD  QTS262-TEISI.
       01  QTS262-REC.
           COPY QTS262 REPLACING ==()== BY ==QTS262==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS020-KAZOKU.
       01  QTS020-REC.
           COPY QTS020 REPLACING ==()== BY ==QTS020==.
       FD  QTS112-CTLFILE.
       01  QTS112-REC.
           COPY QTS112 REPLACING ==()== BY ==QTS112==.
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
       01  WS-QTS262-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QTS112-STATUS        PIC X(02).
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
       01  WS-CARDNO               PIC 9(16).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-TEISI-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-KAIJO-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-KEIZOKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-KIRIKAE-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
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
           OPEN INPUT  LCK-TRANFILE
           OPEN I-O    QTS262-TEISI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS020-KAZOKU
           OPEN INPUT  QTS112-CTLFILE
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ LCK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           MOVE LCK-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE LCK-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE LCK-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS262M: MEMBER NASHI "
                       LCK-PRMNAIBUKAIINNO
                   GO TO 2900-NEXT-TRAN
           END-READ
           IF  LCK-CHANNELKBN = "3"
           OR  LCK-ACTIONKBN = 4
               PERFORM 1900-CHECK-KENGEN
               IF  NOT WS-KENGEN-OK
                   ADD 1 TO WS-KENGEN-NG-COUNT
                   DISPLAY "QTS262M: KENGEN NASHI " LCK-OPERATORID
                   GO TO 2900-NEXT-TRAN
               END-IF
           ELSE
               IF  LCK-ANSYONO NOT = QTS010-ASNGEN
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS262M: ANSYOU FUICCHI "
                       LCK-PRMNAIBUKAIINNO
                   GO TO 2900-NEXT-TRAN
               END-IF
           END-IF
           PERFORM 3000-GET-CARDNO
           IF  WS-CARDNO = ZERO
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS262M: CARD NASHI "
                   LCK-PRMNAIBUKAIINNO " " LCK-PRMRIYOUSHACD
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE WS-CARDNO            TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           PERFORM 3100-GET-TEISI
           MOVE QTS262-REC           TO WS-JN-BEFORE
           EVALUATE LCK-ACTIONKBN
               WHEN 1 PERFORM 4000-TEISI THRU 4000-EXIT
               WHEN 2 PERFORM 5000-KAIJO THRU 5000-EXIT
               WHEN 3 PERFORM 6000-KEIZOKU THRU 6000-EXIT
               WHEN 4 PERFORM 7000-KIRIKAE THRU 7000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS262M: BAD ACTION " LCK-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ LCK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE LCK-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS262M"       TO QTS133-PRMTRANID
                       READ QTS133-ROLEKYOKA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  QTS133-KYOKAKBN = "1"
                                   SET WS-KENGEN-OK TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * 本会員カードは会員マスタ、家族カードは会員家族ファイルの
      * 提携カード番号による。
       3000-GET-CARDNO.
           MOVE ZERO TO WS-CARDNO
           IF  LCK-PRMRIYOUSHACD = ZERO
               MOVE QTS010-TKSCARDNO TO WS-CARDNO
           ELSE
               MOVE LCK-PRMKIGYOUCD     TO QTS020-PRMKIGYOUCD
               MOVE LCK-PRMSUBRANGEKEY  TO QTS020-PRMSUBRANGEKEY
               MOVE LCK-PRMNAIBUKAIINNO TO QTS020-PRMNAIBUKAIINNO
               MOVE LCK-PRMRIYOUSHACD   TO QTS020-PRMRIYOUSHACD
               READ QTS020-KAZOKU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QTS020-TKSCARDNO TO WS-CARDNO
               END-READ
           END-IF.

       3100-GET-TEISI.
           MOVE "N" TO WS-SHINKI-SW
           MOVE WS-CARDNO            TO QTS262-PRMCARDNO
           READ QTS262-TEISI
               INVALID KEY
                   SET WS-SHINKI TO TRUE
                   INITIALIZE QTS262-REC
                   MOVE WS-CARDNO           TO QTS262-PRMCARDNO
                   MOVE LCK-PRMKIGYOUCD     TO QTS262-KAIKIGYOUCD
                   MOVE LCK-PRMSUBRANGEKEY  TO QTS262-KAISUBRANGEKEY
                   MOVE LCK-PRMNAIBUKAIINNO TO QTS262-KAINAIBUKAIINNO
                   MOVE LCK-PRMRIYOUSHACD   TO QTS262-KAIRIYOUSHACD
           END-READ.

      * 停止中の再停止は継続課金の扱いだけを更新する。紛失届へ
      * 切り替えたカードは再発行で番号が変わるため受け付けない。
       4000-TEISI.
           IF  QTS262-TEISISTS = "8"
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS262M: FUNSITSU KIRIKAE ZUMI "
                   MSK-MASKCARDNO
               GO TO 4000-EXIT
           END-IF
           IF  QTS262-TEISISTS NOT = "1"
               MOVE "1"              TO QTS262-TEISISTS
               MOVE WS-TODAY         TO QTS262-TEISIYMD
               MOVE WS-NOW-TIME      TO QTS262-TEISITIME
               MOVE LCK-CHANNELKBN   TO QTS262-TEISICHANNEL
               MOVE ZERO             TO QTS262-KAIJOYMD
               MOVE ZERO             TO QTS262-KAIJOTIME
               MOVE SPACES           TO QTS262-KAIJOCHANNEL
               MOVE ZERO             TO QTS262-CCRENRAKUYMD
               ADD 1                 TO QTS262-TEISIKAISU
           END-IF
           MOVE LCK-KEIZOKUKYOKA     TO QTS262-KEIZOKUKYOKA
           PERFORM 8000-SAVE-TEISI
           ADD 1 TO WS-TEISI-COUNT.

       4000-EXIT.
           EXIT.

       5000-KAIJO.
           IF  QTS262-TEISISTS NOT = "1"
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS262M: TEISI CHUU DENAI " MSK-MASKCARDNO
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES               TO QTS262-TEISISTS
           MOVE WS-TODAY             TO QTS262-KAIJOYMD
           MOVE WS-NOW-TIME          TO QTS262-KAIJOTIME
           MOVE LCK-CHANNELKBN       TO QTS262-KAIJOCHANNEL
           MOVE ZERO                 TO QTS262-CCRENRAKUYMD
           PERFORM 8000-SAVE-TEISI
           ADD 1 TO WS-KAIJO-COUNT.

       5000-EXIT.
           EXIT.

       6000-KEIZOKU.
           IF  WS-SHINKI
           OR  QTS262-TEISISTS = "8"
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS262M: TEISI REC NASHI " MSK-MASKCARDNO
               GO TO 6000-EXIT
           END-IF
           MOVE LCK-KEIZOKUKYOKA     TO QTS262-KEIZOKUKYOKA
           PERFORM 8000-SAVE-TEISI
           ADD 1 TO WS-KEIZOKU-COUNT.

       6000-EXIT.
           EXIT.

      * 長期停止の連絡を受けたコールセンタが会員の意向を確認し、
      * 紛失届（QTS112Mのブラック登録依頼）を起票した後に切り替え
      * る。停止はカード再発行まで維持する。
       7000-KIRIKAE.
           IF  QTS262-TEISISTS NOT = "1"
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS262M: TEISI CHUU DENAI " MSK-MASKCARDNO
               GO TO 7000-EXIT
           END-IF
           MOVE LCK-FUNSITSUUKETSUKENO TO QTS112-PRMBLACKNO
           MOVE "1"                  TO QTS112-PRMIRAIKBN
           READ QTS112-CTLFILE
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS262M: FUNSITSU IRAI NASHI "
                       LCK-FUNSITSUUKETSUKENO
                   GO TO 7000-EXIT
           END-READ
           MOVE "8"                  TO QTS262-TEISISTS
           MOVE LCK-FUNSITSUUKETSUKENO TO QTS262-FUNSITSUUKETSUKENO
           PERFORM 8000-SAVE-TEISI
           ADD 1 TO WS-KIRIKAE-COUNT.

       7000-EXIT.
           EXIT.

       8000-SAVE-TEISI.
           MOVE LCK-OPERATORID       TO QTS262-OPERATORID
           MOVE WS-TODAY             TO QTS262-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS262-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS262-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS262-REC
           ELSE
               REWRITE QTS262-REC
           END-IF
           IF  LCK-CHANNELKBN = "3"
           OR  LCK-ACTIONKBN = 4
               PERFORM 8100-WRITE-JOURNAL
           END-IF.

       8100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS262M"            TO QTS025-TRANID
           MOVE LCK-OPERATORID       TO QTS025-OPERATORID
           MOVE LCK-TABANO           TO QTS025-TABANO
           IF  WS-SHINKI
               MOVE "A"              TO QTS025-ACTIONKBN
               MOVE SPACES           TO QTS025-BEFOREIMAGE
           ELSE
               MOVE "C"              TO QTS025-ACTIONKBN
               MOVE WS-JN-BEFORE     TO QTS025-BEFOREIMAGE
           END-IF
           MOVE QTS262-SEG           TO QTS025-KEYINFO
           MOVE QTS262-REC           TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.

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
           DISPLAY "QTS262M: TEISI=" WS-TEISI-COUNT
                   " KAIJO=" WS-KAIJO-COUNT
                   " KEIZOKU=" WS-KEIZOKU-COUNT
                   " KIRIKAE=" WS-KIRIKAE-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " NG=" WS-NG-COUNT
           CLOSE LCK-TRANFILE
           CLOSE QTS262-TEISI
           CLOSE QTS010-MASTER
           CLOSE QTS020-KAZOKU
           CLOSE QTS112-CTLFILE
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.
