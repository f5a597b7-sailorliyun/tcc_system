      *8...........2.........3.........4.........5........6........7.........8
      *    QTS302M
      ****************************************************************
      *                継続課金停止申出・照会処理                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    継続課金登録（QTS302）に載った加盟店について、会員からの
      *    課金停止・停止解除の申出を反映し、会員ごとの登録一覧を回答
      *    する。会員ＷＥＢ・音声応答からの指図は一時利用停止と同様に
      *    本会員の暗証照合を経たものに限り、コールセンタ経由の操作は
      *    オペレータ権限を照合してジャーナルに残す。停止・解除は都度
      *    継続課金停止履歴（QTS303）へ記録し、停止中の加盟店からの
      *    継続課金はQXS001Wが謝絶する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS302M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KZT-TRANFILE    ASSIGN TO "QTS302TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS302-KEIZOKU  ASSIGN TO "QTS302"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS302-SEG
                   ALTERNATE RECORD KEY IS QTS302-KAI
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS302-STATUS.
           SELECT  QTS303-RIREKI   ASSIGN TO "QTS303"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS303-SEG
                   FILE STATUS IS WS-QTS303-STATUS.
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
           SELECT  KZT-ANSFILE     ASSIGN TO "QTS302AN"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KZT-TRANFILE.
       01  KZT-TRAN-REC.
           05  KZT-ACTIONKBN           PIC 9(01).
      *        1:課金停止  2:停止解除  3:登録一覧照会
           05  KZT-CHANNELKBN          PIC X(01).
      *        1:会員ＷＥＢ  2:音声応答  3:コールセンタ
           05  KZT-PRMKIGYOUCD         PIC 9(04).
           05  KZT-PRMSUBRANGEKEY      PIC 9(04).
           05  KZT-PRMNAIBUKAIINNO     PIC 9(08).
           05  KZT-PRMRIYOUSHACD       PIC 9(01).
      *        停止・解除の対象カード（ゼロ:本会員  １以降:家族）
           05  KZT-KAMEITENNO          PIC X(10).
      *        停止・解除する加盟店（一覧照会時は不要）
           05  KZT-ANSYONO             PIC 9(04).
      *        会員チャネルのみ。本会員の暗証番号
           05  KZT-OPERATORID          PIC X(08).
           05  KZT-TABANO              PIC X(05).
       FD  QTS302-KEIZOKU.
       01  QTS302-REC.
           COPY QTS302 REPLACING ==()== BY ==QTS302==.
       FD  QTS303-RIREKI.
       01  QTS303-REC.
           COPY QTS303 REPLACING ==()== BY ==QTS303==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS020-KAZOKU.
       01  QTS020-REC.
           COPY QTS020 REPLACING ==()== BY ==QTS020==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       FD  KZT-ANSFILE.
       01  KZT-ANS-LINE                PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS302-STATUS        PIC X(02).
       01  WS-QTS303-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-LST-EOF-SW           PIC X(01).
           88  WS-LST-EOF                        VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-RIREKI-OK-SW         PIC X(01).
           88  WS-RIREKI-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-CARDNO               PIC 9(16).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-LIST-KENSU           PIC 9(05).
       01  WS-TEISI-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-KAIJO-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-ICHIRAN-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
      * 回答（停止・解除の結果行）
       01  WS-ANS-LINE.
           05  WS-A-NAIBUKAIINNO   PIC 9(08).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-A-ACTIONKBN      PIC 9(01).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-A-CARDNO         PIC X(16).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-A-KAMEITENNO     PIC X(10).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-A-MSG            PIC X(20).
      * 回答（登録一覧の明細行）
       01  WS-LST-LINE.
           05  FILLER              PIC X(02)     VALUE "  ".
           05  WS-L-CARDNO         PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-L-KAMEITENNO     PIC X(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-L-SAISHUYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-L-SAISHUKNG      PIC -ZZZZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-L-KANKAKU        PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-L-JOUTAI         PIC X(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-L-TEISIYMD       PIC 9(08).
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
           OPEN INPUT  KZT-TRANFILE
           OPEN I-O    QTS302-KEIZOKU
           OPEN I-O    QTS303-RIREKI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS020-KAZOKU
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN OUTPUT KZT-ANSFILE
           READ KZT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           MOVE KZT-PRMNAIBUKAIINNO  TO WS-A-NAIBUKAIINNO
           MOVE KZT-ACTIONKBN        TO WS-A-ACTIONKBN
           MOVE SPACES               TO WS-A-CARDNO
           MOVE KZT-KAMEITENNO       TO WS-A-KAMEITENNO
           MOVE KZT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE KZT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE KZT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   MOVE "MEMBER NASHI"   TO WS-A-MSG
                   PERFORM 8800-WRITE-ANSWER
                   GO TO 2900-NEXT-TRAN
           END-READ
           IF  KZT-CHANNELKBN = "3"
               PERFORM 1900-CHECK-KENGEN
               IF  NOT WS-KENGEN-OK
                   ADD 1 TO WS-KENGEN-NG-COUNT
                   DISPLAY "QTS302M: KENGEN NASHI " KZT-OPERATORID
                   MOVE "KENGEN NASHI"   TO WS-A-MSG
                   PERFORM 8800-WRITE-ANSWER
                   GO TO 2900-NEXT-TRAN
               END-IF
           ELSE
               IF  KZT-ANSYONO NOT = QTS010-ASNGEN
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS302M: ANSYOU FUICCHI "
                       KZT-PRMNAIBUKAIINNO
                   MOVE "ANSYOU FUICCHI" TO WS-A-MSG
                   PERFORM 8800-WRITE-ANSWER
                   GO TO 2900-NEXT-TRAN
               END-IF
           END-IF
           IF  KZT-ACTIONKBN = 3
               PERFORM 6000-ICHIRAN
               GO TO 2900-NEXT-TRAN
           END-IF
           PERFORM 3000-GET-CARDNO
           IF  WS-CARDNO = ZERO
               ADD 1 TO WS-NG-COUNT
               MOVE "CARD NASHI"     TO WS-A-MSG
               PERFORM 8800-WRITE-ANSWER
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE WS-CARDNO            TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO       TO WS-A-CARDNO
           MOVE WS-CARDNO            TO QTS302-PRMCARDNO
           MOVE KZT-KAMEITENNO       TO QTS302-PRMKAMEITENNO
           READ QTS302-KEIZOKU
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   MOVE "TOROKU NASHI"   TO WS-A-MSG
                   PERFORM 8800-WRITE-ANSWER
                   GO TO 2900-NEXT-TRAN
           END-READ
           MOVE QTS302-REC           TO WS-JN-BEFORE
           EVALUATE KZT-ACTIONKBN
               WHEN 1 PERFORM 4000-TEISI THRU 4000-EXIT
               WHEN 2 PERFORM 5000-KAIJO THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS302M: BAD ACTION " KZT-ACTIONKBN
                   MOVE "BAD ACTION"     TO WS-A-MSG
                   PERFORM 8800-WRITE-ANSWER
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KZT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE KZT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS302M"       TO QTS133-PRMTRANID
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
      * 提携カード番号による（QTS262Mと同じ）。
       3000-GET-CARDNO.
           MOVE ZERO TO WS-CARDNO
           IF  KZT-PRMRIYOUSHACD = ZERO
               MOVE QTS010-TKSCARDNO TO WS-CARDNO
           ELSE
               MOVE KZT-PRMKIGYOUCD     TO QTS020-PRMKIGYOUCD
               MOVE KZT-PRMSUBRANGEKEY  TO QTS020-PRMSUBRANGEKEY
               MOVE KZT-PRMNAIBUKAIINNO TO QTS020-PRMNAIBUKAIINNO
               MOVE KZT-PRMRIYOUSHACD   TO QTS020-PRMRIYOUSHACD
               READ QTS020-KAZOKU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QTS020-TKSCARDNO TO WS-CARDNO
               END-READ
           END-IF.

      * 停止中の加盟店への再停止は受け付けない。
       4000-TEISI.
           IF  QTS302-TEISISTS = "1"
               ADD 1 TO WS-NG-COUNT
               MOVE "TEISI ZUMI"     TO WS-A-MSG
               PERFORM 8800-WRITE-ANSWER
               GO TO 4000-EXIT
           END-IF
           MOVE "1"                  TO QTS302-TEISISTS
           MOVE WS-TODAY             TO QTS302-TEISIYMD
           MOVE KZT-CHANNELKBN       TO QTS302-TEISICHANNEL
           MOVE ZERO                 TO QTS302-KAIJOYMD
           ADD 1                     TO QTS302-TEISIKAISU
           PERFORM 8000-SAVE-KEIZOKU
           ADD 1 TO WS-TEISI-COUNT
           MOVE "TEISI UKETSUKE"     TO WS-A-MSG
           PERFORM 8800-WRITE-ANSWER.

       4000-EXIT.
           EXIT.

       5000-KAIJO.
           IF  QTS302-TEISISTS NOT = "1"
               ADD 1 TO WS-NG-COUNT
               MOVE "TEISI CHUU DENAI" TO WS-A-MSG
               PERFORM 8800-WRITE-ANSWER
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES               TO QTS302-TEISISTS
           MOVE WS-TODAY             TO QTS302-KAIJOYMD
           PERFORM 8000-SAVE-KEIZOKU
           ADD 1 TO WS-KAIJO-COUNT
           MOVE "KAIJO UKETSUKE"     TO WS-A-MSG
           PERFORM 8800-WRITE-ANSWER.

       5000-EXIT.
           EXIT.

      * 会員キーの代替キーで当会員（家族カード分を含む）の登録を
      * 読み、加盟店ごとに直近課金日・金額・間隔・停止状態を回答
      * する。
       6000-ICHIRAN.
           MOVE "N" TO WS-LST-EOF-SW
           MOVE ZERO TO WS-LIST-KENSU
           MOVE KZT-PRMKIGYOUCD      TO QTS302-KAIKIGYOUCD
           MOVE KZT-PRMSUBRANGEKEY   TO QTS302-KAISUBRANGEKEY
           MOVE KZT-PRMNAIBUKAIINNO  TO QTS302-KAINAIBUKAIINNO
           START QTS302-KEIZOKU KEY IS EQUAL TO QTS302-KAI
               INVALID KEY SET WS-LST-EOF TO TRUE
           END-START
           PERFORM 6100-ICHIRAN-ONE UNTIL WS-LST-EOF
           ADD 1 TO WS-ICHIRAN-COUNT
           MOVE WS-LIST-KENSU        TO WS-A-MSG
           PERFORM 8800-WRITE-ANSWER.

       6100-ICHIRAN-ONE.
           READ QTS302-KEIZOKU NEXT
               AT END SET WS-LST-EOF TO TRUE
           END-READ
           IF  NOT WS-LST-EOF
               IF  QTS302-KAIKIGYOUCD     = KZT-PRMKIGYOUCD
               AND QTS302-KAISUBRANGEKEY  = KZT-PRMSUBRANGEKEY
               AND QTS302-KAINAIBUKAIINNO = KZT-PRMNAIBUKAIINNO
                   MOVE QTS302-PRMCARDNO TO MSK-MOTOCARDNO
                   PERFORM 8600-MASK-CARDNO
                   MOVE MSK-MASKCARDNO   TO WS-L-CARDNO
                   MOVE QTS302-PRMKAMEITENNO TO WS-L-KAMEITENNO
                   MOVE QTS302-SAISHUYMD TO WS-L-SAISHUYMD
                   MOVE QTS302-SAISHUKNG TO WS-L-SAISHUKNG
                   MOVE QTS302-KAKINKANKAKU TO WS-L-KANKAKU
                   IF  QTS302-TEISISTS = "1"
                       MOVE "TEISI "     TO WS-L-JOUTAI
                       MOVE QTS302-TEISIYMD TO WS-L-TEISIYMD
                   ELSE
                       MOVE "KAKIN "     TO WS-L-JOUTAI
                       MOVE ZERO         TO WS-L-TEISIYMD
                   END-IF
                   MOVE WS-LST-LINE      TO KZT-ANS-LINE
                   WRITE KZT-ANS-LINE
                   ADD 1 TO WS-LIST-KENSU
               ELSE
                   SET WS-LST-EOF TO TRUE
               END-IF
           END-IF.

       8000-SAVE-KEIZOKU.
           MOVE KZT-OPERATORID       TO QTS302-OPERATORID
           MOVE WS-TODAY             TO QTS302-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS302-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS302-SVRKOUSHINYMD
           REWRITE QTS302-REC
           PERFORM 8200-WRITE-RIREKI
           IF  KZT-CHANNELKBN = "3"
               PERFORM 8100-WRITE-JOURNAL
           END-IF.

       8100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS302M"            TO QTS025-TRANID
           MOVE KZT-OPERATORID       TO QTS025-OPERATORID
           MOVE KZT-TABANO           TO QTS025-TABANO
           MOVE "C"                  TO QTS025-ACTIONKBN
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE QTS302-SEG           TO QTS025-KEYINFO
           MOVE QTS302-REC           TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.

      * 停止・解除を申出１件ごとに停止履歴へ記録する。同一時刻の
      * 重複は連番を進めて書く（QTS302Bと同じ）。
       8200-WRITE-RIREKI.
           INITIALIZE QTS303-REC
           MOVE QTS302-PRMCARDNO     TO QTS303-PRMCARDNO
           MOVE QTS302-PRMKAMEITENNO TO QTS303-PRMKAMEITENNO
           MOVE WS-TODAY             TO QTS303-PRMUKETSUKEYMD
           MOVE WS-NOW-TIME          TO QTS303-PRMUKETSUKETIME
           MOVE QTS302-KAI           TO QTS303-KAI
           MOVE KZT-ACTIONKBN        TO QTS303-SOUSAKBN
           MOVE KZT-CHANNELKBN       TO QTS303-CHANNELKBN
           MOVE KZT-OPERATORID       TO QTS303-OPERATORID
           MOVE WS-TODAY             TO QTS303-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS303-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS303-SVRKOUSHINYMD
           MOVE "N"                  TO WS-RIREKI-OK-SW
           PERFORM 8210-TRY-RIREKI VARYING QTS303-PRMRENBAN
                   FROM 1 BY 1
                   UNTIL WS-RIREKI-OK OR QTS303-PRMRENBAN > 998.

       8210-TRY-RIREKI.
           WRITE QTS303-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RIREKI-OK TO TRUE
           END-WRITE.

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

       8800-WRITE-ANSWER.
           MOVE WS-ANS-LINE          TO KZT-ANS-LINE
           WRITE KZT-ANS-LINE.

       9000-TERMINATE.
           DISPLAY "QTS302M: TEISI=" WS-TEISI-COUNT
                   " KAIJO=" WS-KAIJO-COUNT
                   " ICHIRAN=" WS-ICHIRAN-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " NG=" WS-NG-COUNT
           CLOSE KZT-TRANFILE
           CLOSE QTS302-KEIZOKU
           CLOSE QTS303-RIREKI
           CLOSE QTS010-MASTER
           CLOSE QTS020-KAZOKU
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE KZT-ANSFILE.
