      *8...........2.........3.........4.........5........6........7.........8
      *    QTS311M
      ****************************************************************
      *                リボ支払コース変更受付処理                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   履歴キーへの受付日追加        FIP      26/10/15   *
      *   000003   前回適用待ちの取消を登録後へ  FIP      26/10/15   *
      ****************************************************************
      *    リボの月々指定コース・リボボーナス月の変更を、会員ＷＥＢ・
      *    音声応答（本会員の暗証照合）とコールセンタ（オペレータ
      *    権限を照合しジャーナルに残す）から受け付ける。カード区分
      *    の商品規程（QTS130）と、直近のリボ残高計算（QTS103）の
      *    残高に対する最低額を確認し、受付日の翌月の請求から適用
      *    する変更として支払コース変更履歴（QTS311）へ登録する。
      *    会員マスタへの反映は適用月の締めでQTS103Bが行う。変更前
      *    後のコースで完済までの月数と手数料総額を試算し、確認
      *    リストに並記して会員への回答に使う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS311M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  COURSE-TRANFILE ASSIGN TO "QTS311TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS311-RIREKI   ASSIGN TO "QTS311"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS311-PRM
                   FILE STATUS IS WS-QTS311-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS130-CARDTBL  ASSIGN TO "QTS130"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS130-PRMCARDKBN
                   FILE STATUS IS WS-QTS130-STATUS.
           SELECT  QTS103-RIBOFILE ASSIGN TO "QTS103"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS103-PRM
                   FILE STATUS IS WS-QTS103-STATUS.
           SELECT  QTS150-CODETBL  ASSIGN TO "QTS150"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS150-PRM
                   FILE STATUS IS WS-QTS150-STATUS.
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
           SELECT  KAKUNIN-LIST    ASSIGN TO "QTS311KK"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  COURSE-TRANFILE.
       01  COURSE-TRAN-REC.
           05  CRS-CHANNELKBN          PIC X(01).
      *        1:会員ＷＥＢ  2:音声応答  3:コールセンタ
           05  CRS-PRMKIGYOUCD         PIC 9(04).
           05  CRS-PRMSUBRANGEKEY      PIC 9(04).
           05  CRS-PRMNAIBUKAIINNO     PIC 9(08).
           05  CRS-SHOPCASHKBN         PIC X(01).
      *        S:ショッピングリボ  C:キャッシングリボ
           05  CRS-SHNMAITSUKI         PIC 9(01).
      *        変更後の月々指定コード（１〜９、×５千円）
           05  CRS-SHNBONUS            PIC 9(02).
      *        変更後のリボボーナス月（ゼロはボーナス加算なし）
           05  CRS-ANSYONO             PIC 9(04).
      *        会員チャネルのみ。本会員の暗証番号
           05  CRS-OPERATORID          PIC X(08).
           05  CRS-TABANO              PIC X(05).
       FD  QTS311-RIREKI.
       01  QTS311-REC.
           COPY QTS311 REPLACING ==()== BY ==QTS311==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS130-CARDTBL.
       01  QTS130-REC.
           COPY QTS130 REPLACING ==()== BY ==QTS130==.
       FD  QTS103-RIBOFILE.
       01  QTS103-REC.
           COPY QTS103 REPLACING ==()== BY ==QTS103==.
       FD  QTS150-CODETBL.
       01  QTS150-REC.
           COPY QTS150 REPLACING ==()== BY ==QTS150==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       FD  KAKUNIN-LIST.
       01  KAKUNIN-LIST-LINE           PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS311-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS130-STATUS        PIC X(02).
       01  WS-QTS103-STATUS        PIC X(02).
       01  WS-QTS150-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-RB-EOF-SW            PIC X(01).
           88  WS-RB-EOF                         VALUE "Y".
       01  WS-RK-EOF-SW            PIC X(01).
           88  WS-RK-EOF                         VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-WRITE-OK-SW          PIC X(01).
           88  WS-WRITE-OK                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-RIBO-RITSU           PIC 99V99.
       01  WS-TEKIYO-NENGETU       PIC 9(06).
       01  WS-KYU-MAITSUKI         PIC 9(01).
       01  WS-KYU-BONUS            PIC 9(02).
       01  WS-KIJUN-NENGETU        PIC 9(06).
       01  WS-KIJUN-ZAN            PIC S9(11).
       01  WS-KIJUN-RITSU          PIC 99V99.
       01  WS-SAITEI-GAKU          PIC S9(09).
       01  WS-SITEI-GAKU           PIC S9(09).
       01  WS-RENBAN               PIC 9(02).
      * 完済試算の作業域（１コース分）
       01  WS-SS-CD                PIC 9(01).
       01  WS-SS-BONUS             PIC 9(02).
       01  WS-SS-NENGETU.
           05  WS-SS-NEN           PIC 9(04).
           05  WS-SS-MM            PIC 9(02).
       01  WS-SS-ZAN               PIC S9(11).
       01  WS-SS-GENPON            PIC S9(11).
       01  WS-SS-TESURYO           PIC S9(09).
       01  WS-SS-TSUKISU           PIC 9(03).
       01  WS-SS-TESURYOSOU        PIC 9(09).
      * 試算の打切り月数（これ以上は「999以上」とみなす）
       01  WS-SS-JOUGEN            PIC 9(03)     VALUE 999.
       01  WS-UKETSUKE-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-KAKUNIN-LINE.
           05  WS-KK-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-SHOPCASHKBN   PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-KYUMAITSUKI   PIC 9(01).
           05  FILLER              PIC X(01)     VALUE "/".
           05  WS-KK-KYUBONUS      PIC 9(02).
           05  FILLER              PIC X(03)     VALUE " ->".
           05  WS-KK-SHNMAITSUKI   PIC 9(01).
           05  FILLER              PIC X(01)     VALUE "/".
           05  WS-KK-SHNBONUS      PIC 9(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-TEKIYONENGETU PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-KIJUNZAN      PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-KYUTSUKISU    PIC ZZ9.
           05  FILLER              PIC X(03)     VALUE " ->".
           05  WS-KK-SHNTSUKISU    PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-KYUTESURYO    PIC ZZZZZZZZ9.
           05  FILLER              PIC X(03)     VALUE " ->".
           05  WS-KK-SHNTESURYO    PIC ZZZZZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * 変更は受付日の翌月の請求から適用する（当月の締めが受付後
      * に走っても、当月分は変更前のコースで請求する）。
       1000-INITIALIZE.
           OPEN INPUT  COURSE-TRANFILE
           OPEN I-O    QTS311-RIREKI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS130-CARDTBL
           OPEN INPUT  QTS103-RIBOFILE
           OPEN INPUT  QTS150-CODETBL
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN OUTPUT KAKUNIN-LIST
           IF  WS-TODAY(5:2) = "12"
               COMPUTE WS-TEKIYO-NENGETU =
                   WS-TODAY / 100 + 100 - 11
           ELSE
               COMPUTE WS-TEKIYO-NENGETU =
                   WS-TODAY / 100 + 1
           END-IF
           MOVE "R"                  TO QTS150-PRMCODEKBN
           MOVE "RIBO"               TO QTS150-PRMCODENO
           READ QTS150-CODETBL
               INVALID KEY
                   MOVE 15.00 TO WS-RIBO-RITSU
               NOT INVALID KEY
                   MOVE QTS150-KYKENTRIVO TO WS-RIBO-RITSU
           END-READ
           READ COURSE-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           MOVE CRS-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE CRS-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE CRS-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS311M: MEMBER NASHI "
                       CRS-PRMNAIBUKAIINNO
                   GO TO 2900-NEXT-TRAN
           END-READ
           EVALUATE CRS-CHANNELKBN
               WHEN "3"
                   PERFORM 1900-CHECK-KENGEN
                   IF  NOT WS-KENGEN-OK
                       ADD 1 TO WS-KENGEN-NG-COUNT
                       DISPLAY "QTS311M: KENGEN NASHI "
                           CRS-OPERATORID
                       GO TO 2900-NEXT-TRAN
                   END-IF
               WHEN "1"
               WHEN "2"
                   IF  CRS-ANSYONO NOT = QTS010-ASNGEN
                       ADD 1 TO WS-NG-COUNT
                       DISPLAY "QTS311M: ANSYOU FUICCHI "
                           CRS-PRMNAIBUKAIINNO
                       GO TO 2900-NEXT-TRAN
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS311M: BAD CHANNEL " CRS-CHANNELKBN
                   GO TO 2900-NEXT-TRAN
           END-EVALUATE
           PERFORM 3000-CHECK-COURSE THRU 3000-EXIT.

       2900-NEXT-TRAN.
           READ COURSE-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE CRS-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS311M"       TO QTS133-PRMTRANID
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

      * カード区分の商品規程でリボ払が取り扱い可能で、会員もリボ
      * 指定済であること。月々指定コードはカード区分の月々指定
      * （最低コース）以上、ボーナス月はカード区分にボーナス加算
      * の定めがある場合に限り１〜１２月を指定できる。さらに変更後
      * の月々指定額が、直近の繰越残高に対する１か月分の手数料を
      * 下回らないこと（元金が減らない指定を防ぐ）。
       3000-CHECK-COURSE.
           IF  CRS-SHOPCASHKBN NOT = "S" AND "C"
           OR  CRS-SHNMAITSUKI NOT NUMERIC
           OR  CRS-SHNBONUS NOT NUMERIC
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS311M: NAIYOU NG " CRS-PRMNAIBUKAIINNO
               GO TO 3000-EXIT
           END-IF
           MOVE QTS010-CARDKBN       TO QTS130-PRMCARDKBN
           READ QTS130-CARDTBL
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS311M: CARDKBN NASHI " QTS010-CARDKBN
                   GO TO 3000-EXIT
           END-READ
           IF  CRS-SHOPCASHKBN = "S"
               IF  QTS130-TRSSREVOLVING NOT = 1
               OR  QTS010-TRSSREVOLVING NOT = 1
               OR  CRS-SHNMAITSUKI = ZERO
               OR  CRS-SHNMAITSUKI < QTS130-REVSMAITSUKI
               OR  QTS130-REVSMAITSUKI = ZERO
               OR  CRS-SHNBONUS > 12
               OR  (CRS-SHNBONUS NOT = ZERO
                    AND QTS130-REVSBONUS = ZERO)
                   GO TO 3000-KITEI-GAI
               END-IF
               MOVE QTS010-REVSMAITSUKI TO WS-KYU-MAITSUKI
               MOVE QTS010-REVSBONUS    TO WS-KYU-BONUS
           ELSE
               IF  QTS130-TRSCREVOLVING NOT = 1
               OR  QTS010-TRSCREVOLVING NOT = 1
               OR  CRS-SHNMAITSUKI = ZERO
               OR  CRS-SHNMAITSUKI < QTS130-REVCMAITSUKI
               OR  QTS130-REVCMAITSUKI = ZERO
               OR  CRS-SHNBONUS > 12
               OR  (CRS-SHNBONUS NOT = ZERO
                    AND QTS130-REVCBONUS = ZERO)
                   GO TO 3000-KITEI-GAI
               END-IF
               MOVE QTS010-REVCMAITSUKI TO WS-KYU-MAITSUKI
               MOVE QTS010-REVCBONUS    TO WS-KYU-BONUS
           END-IF
           IF  CRS-SHNMAITSUKI = WS-KYU-MAITSUKI
           AND CRS-SHNBONUS    = WS-KYU-BONUS
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS311M: HENKOU NASHI " CRS-PRMNAIBUKAIINNO
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-GET-ZANDAKA
           COMPUTE WS-SAITEI-GAKU ROUNDED =
               WS-KIJUN-ZAN * WS-KIJUN-RITSU / 1200
           COMPUTE WS-SITEI-GAKU = CRS-SHNMAITSUKI * 5000
           IF  WS-SITEI-GAKU < WS-SAITEI-GAKU
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS311M: SAITEI GAKU MIMAN "
                   CRS-PRMNAIBUKAIINNO " " WS-SAITEI-GAKU
               GO TO 3000-EXIT
           END-IF
           PERFORM 4000-UKETSUKE
           GO TO 3000-EXIT.

       3000-KITEI-GAI.
           ADD 1 TO WS-NG-COUNT
           DISPLAY "QTS311M: SHOUHIN KITEI GAI "
               CRS-PRMNAIBUKAIINNO " " CRS-SHOPCASHKBN.

       3000-EXIT.
           EXIT.

      * 会員の当該Ｓ・Ｃ区分のリボ残高計算のうち最も新しい請求年月
      * の翌月繰越残高と適用手数料率を試算の基準とする。計算実績
      * がなければ残高ゼロ、料率は契約手数料率（QTS150）による。
       3100-GET-ZANDAKA.
           MOVE ZERO                 TO WS-KIJUN-NENGETU
           MOVE ZERO                 TO WS-KIJUN-ZAN
           MOVE WS-RIBO-RITSU        TO WS-KIJUN-RITSU
           MOVE "N"                  TO WS-RB-EOF-SW
           MOVE CRS-PRMKIGYOUCD      TO QTS103-PRMKIGYOUCD
           MOVE CRS-PRMSUBRANGEKEY   TO QTS103-PRMSUBRANGEKEY
           MOVE CRS-PRMNAIBUKAIINNO  TO QTS103-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS103-PRMSEIKYUNENGETU
           MOVE SPACE                TO QTS103-PRMSHOPCASHKBN
           START QTS103-RIBOFILE KEY >= QTS103-PRM
               INVALID KEY SET WS-RB-EOF TO TRUE
           END-START
           PERFORM 3110-READ-ZANDAKA UNTIL WS-RB-EOF.

       3110-READ-ZANDAKA.
           READ QTS103-RIBOFILE NEXT
               AT END SET WS-RB-EOF TO TRUE
           END-READ
           IF  NOT WS-RB-EOF
               IF  QTS103-PRMKIGYOUCD     = CRS-PRMKIGYOUCD
               AND QTS103-PRMSUBRANGEKEY  = CRS-PRMSUBRANGEKEY
               AND QTS103-PRMNAIBUKAIINNO = CRS-PRMNAIBUKAIINNO
                   IF  QTS103-PRMSHOPCASHKBN = CRS-SHOPCASHKBN
                       MOVE QTS103-PRMSEIKYUNENGETU
                                         TO WS-KIJUN-NENGETU
                       MOVE QTS103-KURIKOSHIZAN TO WS-KIJUN-ZAN
                       MOVE QTS103-TESURYORITSU TO WS-KIJUN-RITSU
                   END-IF
               ELSE
                   SET WS-RB-EOF TO TRUE
               END-IF
           END-IF
           IF  WS-KIJUN-ZAN < ZERO
               MOVE ZERO TO WS-KIJUN-ZAN
           END-IF.

      * 新たな変更を登録し、変更前後のコースの完済試算を確認リスト
      * へ出す。登録できたときに限り、同じＳ・Ｃ区分のそれまでの
      * 適用待ちを取消とする。
       4000-UKETSUKE.
           INITIALIZE QTS311-REC
           MOVE CRS-PRMKIGYOUCD      TO QTS311-PRMKIGYOUCD
           MOVE CRS-PRMSUBRANGEKEY   TO QTS311-PRMSUBRANGEKEY
           MOVE CRS-PRMNAIBUKAIINNO  TO QTS311-PRMNAIBUKAIINNO
           MOVE CRS-SHOPCASHKBN      TO QTS311-SHOPCASHKBN
           MOVE CRS-CHANNELKBN       TO QTS311-CHANNELKBN
           MOVE WS-TODAY             TO QTS311-PRMUKETSUKEYMD
           MOVE WS-NOW-TIME          TO QTS311-UKETSUKETIME
           MOVE WS-KYU-MAITSUKI      TO QTS311-KYUMAITSUKI
           MOVE WS-KYU-BONUS         TO QTS311-KYUBONUS
           MOVE CRS-SHNMAITSUKI      TO QTS311-SHNMAITSUKI
           MOVE CRS-SHNBONUS         TO QTS311-SHNBONUS
           MOVE WS-TEKIYO-NENGETU    TO QTS311-TEKIYONENGETU
           MOVE "1"                  TO QTS311-HENKOUSTS
           MOVE ZERO                 TO QTS311-TEKIYOYMD
           MOVE WS-KIJUN-NENGETU     TO QTS311-KIJUNNENGETU
           MOVE WS-KIJUN-ZAN         TO QTS311-KIJUNZAN
           MOVE WS-KIJUN-RITSU       TO QTS311-TESURYORITSU
           MOVE WS-KYU-MAITSUKI      TO WS-SS-CD
           MOVE WS-KYU-BONUS         TO WS-SS-BONUS
           PERFORM 5000-SHISAN
           MOVE WS-SS-TSUKISU        TO QTS311-KYUKANSAITSUKI
           MOVE WS-SS-TESURYOSOU     TO QTS311-KYUTESURYOGAKU
           MOVE CRS-SHNMAITSUKI      TO WS-SS-CD
           MOVE CRS-SHNBONUS         TO WS-SS-BONUS
           PERFORM 5000-SHISAN
           MOVE WS-SS-TSUKISU        TO QTS311-SHNKANSAITSUKI
           MOVE WS-SS-TESURYOSOU     TO QTS311-SHNTESURYOGAKU
           MOVE CRS-OPERATORID       TO QTS311-OPERATORID
           MOVE WS-TODAY             TO QTS311-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS311-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS311-SVRKOUSHINYMD
           MOVE "N"                  TO WS-WRITE-OK-SW
           MOVE 1                    TO WS-RENBAN
           PERFORM 4200-TRY-WRITE
               UNTIL WS-WRITE-OK OR WS-RENBAN > 99
           IF  NOT WS-WRITE-OK
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS311M: RIREKI MANSAI " CRS-PRMNAIBUKAIINNO
           ELSE
               IF  CRS-CHANNELKBN = "3"
                   PERFORM 9100-WRITE-JOURNAL
               END-IF
               PERFORM 6000-WRITE-KAKUNIN
               ADD 1 TO WS-UKETSUKE-COUNT
               PERFORM 4100-TORIKESHI-MAE
           END-IF.

       4100-TORIKESHI-MAE.
           MOVE "N"                  TO WS-RK-EOF-SW
           MOVE CRS-PRMKIGYOUCD      TO QTS311-PRMKIGYOUCD
           MOVE CRS-PRMSUBRANGEKEY   TO QTS311-PRMSUBRANGEKEY
           MOVE CRS-PRMNAIBUKAIINNO  TO QTS311-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS311-PRMUKETSUKEYMD
           MOVE ZERO                 TO QTS311-PRMRENBAN
           START QTS311-RIREKI KEY >= QTS311-PRM
               INVALID KEY SET WS-RK-EOF TO TRUE
           END-START
           PERFORM 4110-READ-RIREKI UNTIL WS-RK-EOF.

       4110-READ-RIREKI.
           READ QTS311-RIREKI NEXT
               AT END SET WS-RK-EOF TO TRUE
           END-READ
           IF  NOT WS-RK-EOF
               IF  QTS311-PRMKIGYOUCD     = CRS-PRMKIGYOUCD
               AND QTS311-PRMSUBRANGEKEY  = CRS-PRMSUBRANGEKEY
               AND QTS311-PRMNAIBUKAIINNO = CRS-PRMNAIBUKAIINNO
                   IF  QTS311-SHOPCASHKBN = CRS-SHOPCASHKBN
                   AND QTS311-HENKOUSTS   = "1"
                   AND ( QTS311-PRMUKETSUKEYMD NOT = WS-TODAY
                      OR QTS311-PRMRENBAN      NOT = WS-RENBAN )
                       MOVE "9"          TO QTS311-HENKOUSTS
                       MOVE WS-TODAY     TO QTS311-SVRKOUSHINYMD
                       REWRITE QTS311-REC
                       ADD 1 TO WS-TORIKESHI-COUNT
                   END-IF
               ELSE
                   SET WS-RK-EOF TO TRUE
               END-IF
           END-IF.

       4200-TRY-WRITE.
           MOVE WS-RENBAN            TO QTS311-PRMRENBAN
           WRITE QTS311-REC
               INVALID KEY
                   ADD 1 TO WS-RENBAN
               NOT INVALID KEY
                   SET WS-WRITE-OK TO TRUE
           END-WRITE.

      * 基準残高を適用請求年月から毎月、月々指定額（コード×５千円）
      * の元金で返していくとして完済までの月数と手数料の総額を
      * 求める。ボーナス月は月々指定額と同額を上乗せして返す。
      * 新たな利用は見込まない。月々指定のないコースは試算しない。
       5000-SHISAN.
           MOVE ZERO                 TO WS-SS-TSUKISU
           MOVE ZERO                 TO WS-SS-TESURYOSOU
           MOVE WS-KIJUN-ZAN         TO WS-SS-ZAN
           MOVE WS-TEKIYO-NENGETU    TO WS-SS-NENGETU
           IF  WS-SS-CD = ZERO
               MOVE ZERO             TO WS-SS-ZAN
           END-IF
           PERFORM 5100-SHISAN-TSUKI
               UNTIL WS-SS-ZAN <= ZERO
                  OR WS-SS-TSUKISU >= WS-SS-JOUGEN.

       5100-SHISAN-TSUKI.
           COMPUTE WS-SS-TESURYO ROUNDED =
               WS-SS-ZAN * WS-KIJUN-RITSU / 1200
           COMPUTE WS-SS-GENPON = WS-SS-CD * 5000
           IF  WS-SS-BONUS NOT = ZERO
           AND WS-SS-MM = WS-SS-BONUS
               COMPUTE WS-SS-GENPON = WS-SS-GENPON * 2
           END-IF
           IF  WS-SS-GENPON > WS-SS-ZAN
               MOVE WS-SS-ZAN        TO WS-SS-GENPON
           END-IF
           SUBTRACT WS-SS-GENPON     FROM WS-SS-ZAN
           ADD WS-SS-TESURYO         TO WS-SS-TESURYOSOU
           ADD 1                     TO WS-SS-TSUKISU
           IF  WS-SS-MM = 12
               MOVE 1                TO WS-SS-MM
               ADD 1                 TO WS-SS-NEN
           ELSE
               ADD 1                 TO WS-SS-MM
           END-IF.

       6000-WRITE-KAKUNIN.
           MOVE CRS-PRMNAIBUKAIINNO  TO WS-KK-KAIINNO
           MOVE CRS-SHOPCASHKBN      TO WS-KK-SHOPCASHKBN
           MOVE QTS311-KYUMAITSUKI   TO WS-KK-KYUMAITSUKI
           MOVE QTS311-KYUBONUS      TO WS-KK-KYUBONUS
           MOVE QTS311-SHNMAITSUKI   TO WS-KK-SHNMAITSUKI
           MOVE QTS311-SHNBONUS      TO WS-KK-SHNBONUS
           MOVE QTS311-TEKIYONENGETU TO WS-KK-TEKIYONENGETU
           MOVE QTS311-KIJUNZAN      TO WS-KK-KIJUNZAN
           MOVE QTS311-KYUKANSAITSUKI TO WS-KK-KYUTSUKISU
           MOVE QTS311-SHNKANSAITSUKI TO WS-KK-SHNTSUKISU
           MOVE QTS311-KYUTESURYOGAKU TO WS-KK-KYUTESURYO
           MOVE QTS311-SHNTESURYOGAKU TO WS-KK-SHNTESURYO
           MOVE WS-KAKUNIN-LINE      TO KAKUNIN-LIST-LINE
           WRITE KAKUNIN-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS311M: UKETSUKE=" WS-UKETSUKE-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " NG=" WS-NG-COUNT
           CLOSE COURSE-TRANFILE
           CLOSE QTS311-RIREKI
           CLOSE QTS010-MASTER
           CLOSE QTS130-CARDTBL
           CLOSE QTS103-RIBOFILE
           CLOSE QTS150-CODETBL
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE KAKUNIN-LIST.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS311M"            TO QTS025-TRANID
           MOVE CRS-OPERATORID       TO QTS025-OPERATORID
           MOVE CRS-TABANO           TO QTS025-TABANO
           MOVE "A"                  TO QTS025-ACTIONKBN
           MOVE QTS311-SEG           TO QTS025-KEYINFO
           MOVE SPACES               TO QTS025-BEFOREIMAGE
           MOVE QTS311-REC           TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
