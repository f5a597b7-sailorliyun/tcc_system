      *8...........2.........3.........4.........5........6........7.........8
      *    QTS247B
      ****************************************************************
      *                利息制限法引き直し計算バッチ                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    弁護士・司法書士の受任通知または法的整理で介入中の会員
      *    （QTS019 介入区分1・2・3）について、貸付（QTS210 初版の
      *    実行時作成分）と返済（QTS100 ローン充当分）を日付順に並べ、
      *    利息制限法の上限利率で取引開始から一連で引き直す。
      *      上限利率  元本１０万円未満 ２０％、１００万円未満 １８％、
      *                １００万円以上 １５％（約定利率が低ければ約定）
      *      返済は未払利息、元本の順に充当し、超過分を過払金とする。
      *      過払金には基準日まで法定利率の利息を付す（元本組入なし）。
      *      過払中の新たな貸付は過払金と相殺する。
      *    結果を過払金返還請求管理（QTS247）に会員単位で保持し、
      *    介入区分別の月次集計（QTS247SM）を引当算定用に出力する。
      *    月末の締め後に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS247B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HIKI-PARAM      ASSIGN TO "QTS247PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS019-KAINYU   ASSIGN TO "QTS019"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS019-SEG
                   FILE STATUS IS WS-QTS019-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS247-KAHARAI  ASSIGN TO "QTS247"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS247-PRM
                   FILE STATUS IS WS-QTS247-STATUS.
           SELECT  SORT-WORK       ASSIGN TO "SRTWK01".
           SELECT  HIKI-RPTFILE    ASSIGN TO "QTS247RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  HIKI-SUMFILE    ASSIGN TO "QTS247SM"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HIKI-PARAM.
       01  HIKI-PARAM-REC.
           05  PRM-KIJUNYMD            PIC 9(08).
      *        計算基準日（未設定時は処理日）
           05  PRM-KAHARAIRIRITSU      PIC 99V99.
      *        過払金に付す利率（未設定時は年５％）
       FD  QTS019-KAINYU.
       01  QTS019-REC.
           COPY QTS019 REPLACING ==()== BY ==QTS019==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS247-KAHARAI.
       01  QTS247-REC.
           COPY QTS247 REPLACING ==()== BY ==QTS247==.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-MEMBER.
             07  SRT-KIGYOUCD          PIC 9(04).
             07  SRT-SUBRANGEKEY       PIC 9(04).
             07  SRT-NAIBUKAIINNO      PIC 9(08).
           05  SRT-HIZUKE              PIC 9(08).
           05  SRT-SHUBETSU            PIC 9(01).
      *        1:貸付  2:返済
           05  SRT-REFNO               PIC 9(16).
           05  SRT-KINGAKU             PIC S9(11).
           05  SRT-GENPON              PIC S9(11).
           05  SRT-RIRITSU             PIC 99V99.
       FD  HIKI-RPTFILE.
       01  HIKI-RPT-LINE               PIC X(132).
       FD  HIKI-SUMFILE.
       01  HIKI-SUM-LINE               PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS019-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS247-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-SRT-EOF                        VALUE "Y".
       01  WS-HIT-SW               PIC X(01)     VALUE "N".
           88  WS-HIT                            VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01)     VALUE "N".
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-KIJUNYMD             PIC 9(08).
       01  WS-KAHARAI-RIRITSU      PIC 99V99.
       01  WS-RX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-KM-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-SX                   PIC 9(01)     VALUE ZERO.
       01  WS-RELEASE-COUNT        PIC 9(09)     VALUE ZERO.
       01  WS-KEISAN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAHARAI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KAIJO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-MEMBER-KEY.
           05  WS-MK-KIGYOUCD      PIC 9(04).
           05  WS-MK-SUBRANGEKEY   PIC 9(04).
           05  WS-MK-NAIBUKAIINNO  PIC 9(08).
      * 利息制限法の上限利率（元本額の区分ごと）
       01  WS-JOGEN-TBL.
           05  FILLER              PIC 9(11)     VALUE 100000.
           05  FILLER              PIC 99V99     VALUE 20.00.
           05  FILLER              PIC 9(11)     VALUE 1000000.
           05  FILLER              PIC 99V99     VALUE 18.00.
           05  FILLER              PIC 9(11)     VALUE 99999999999.
           05  FILLER              PIC 99V99     VALUE 15.00.
       01  WS-JOGEN-TBL-R          REDEFINES WS-JOGEN-TBL.
           05  WS-JOGEN-ENT        OCCURS 3.
             07  WS-JOGEN-GANKIN   PIC 9(11).
             07  WS-JOGEN-RIRITSU  PIC 99V99.
      * 介入中の会員一覧（QTS019のキー順＝整列キー順）
       01  WS-KM-TBL.
           05  WS-KM-ENT           OCCURS 2000.
             07  WS-KM-KEY.
               09  WS-KM-KIGYOUCD  PIC 9(04).
               09  WS-KM-SUBRANGE  PIC 9(04).
               09  WS-KM-KAIINNO   PIC 9(08).
             07  WS-KM-KAINYUKBN   PIC X(01).
             07  WS-KM-UKETSUKE    PIC 9(08).
      * 引き直し計算の状態
       01  WS-KEISAN.
           05  WS-KS-LASTYMD       PIC 9(08).
           05  WS-KS-RIRITSU       PIC 99V99.
           05  WS-KS-GANKIN        PIC S9(11).
           05  WS-KS-MIBARAI       PIC S9(11).
           05  WS-KS-KAHARAI       PIC S9(11).
           05  WS-KS-KAHARAIRISOKU PIC S9(11).
           05  WS-KS-KAISHIYMD     PIC 9(08).
           05  WS-KS-KASHIKENSU    PIC 9(05).
           05  WS-KS-HENSAIKENSU   PIC 9(05).
           05  WS-KS-KASHIGOKEI    PIC S9(11).
           05  WS-KS-HENSAIGOKEI   PIC S9(11).
           05  WS-KS-HENSAIGENPON  PIC S9(11).
       01  WS-TAISHOYMD            PIC 9(08).
       01  WS-NISSU                PIC S9(07).
       01  WS-RISOKU               PIC S9(11).
       01  WS-JUTOU                PIC S9(11).
      * 介入区分別の月次集計（1〜3）
       01  WS-SM-TBL.
           05  WS-SM-ENT           OCCURS 3.
             07  WS-SM-KENSU       PIC 9(07).
             07  WS-SM-KAHARAIKENSU PIC 9(07).
             07  WS-SM-KAHARAIKIN  PIC S9(13).
             07  WS-SM-KAHARAIRISOKU PIC S9(13).
             07  WS-SM-ZANSAI      PIC S9(13).
       01  WS-SM-GOKEI.
           05  WS-SG-KENSU         PIC 9(07).
           05  WS-SG-KAHARAIKENSU  PIC 9(07).
           05  WS-SG-KAHARAIKIN    PIC S9(13).
           05  WS-SG-KAHARAIRISOKU PIC S9(13).
           05  WS-SG-ZANSAI        PIC S9(13).
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAINYUKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HANTEIKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAISHIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KASHIGOKEI    PIC ------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HENSAIGOKEI   PIC ------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-YAKUJOZAN     PIC ------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HIKIGANKIN    PIC ------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HIKIRISOKU    PIC ------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAHARAIKIN    PIC ------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAHARAIRISOKU PIC ------------9.
       01  WS-SUM-LINE.
           05  WS-SL-NENGETU       PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KAINYUKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KENSU         PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KAHARAIKENSU  PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KAHARAIKIN    PIC --------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KAHARAIRISOKU PIC --------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-HIKIATE       PIC --------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-ZANSAI        PIC --------------9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 1100-PICK-KAINYU THRU 1100-EXIT
                   UNTIL WS-EOF
           CLOSE QTS019-KAINYU
           IF  WS-KM-MAX > ZERO
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-MEMBER
                                    SRT-HIZUKE
                                    SRT-SHUBETSU
                                    SRT-REFNO
                   INPUT  PROCEDURE IS 3000-RELEASE-TORIHIKI
                   OUTPUT PROCEDURE IS 5000-HIKINAOSHI
           END-IF
           PERFORM 7000-MONTHLY-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-KM-TBL
           INITIALIZE WS-SM-TBL
           INITIALIZE WS-SM-GOKEI
           MOVE WS-TODAY TO WS-KIJUNYMD
           MOVE 5.00     TO WS-KAHARAI-RIRITSU
           OPEN INPUT  HIKI-PARAM
           READ HIKI-PARAM
               AT END CONTINUE
               NOT AT END
                   IF  PRM-KIJUNYMD > ZERO
                       MOVE PRM-KIJUNYMD TO WS-KIJUNYMD
                   END-IF
                   IF  PRM-KAHARAIRIRITSU > ZERO
                       MOVE PRM-KAHARAIRIRITSU TO WS-KAHARAI-RIRITSU
                   END-IF
           END-READ
           CLOSE HIKI-PARAM
           OPEN INPUT  QTS019-KAINYU
           OPEN I-O    QTS247-KAHARAI
           OPEN OUTPUT HIKI-RPTFILE
           OPEN OUTPUT HIKI-SUMFILE
           MOVE LOW-VALUE TO QTS019-SEG
           START QTS019-KAINYU KEY IS NOT LESS THAN QTS019-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 1200-READ-KAINYU
           END-IF.

      * 介入中の会員を計算対象に取る。介入が解除された会員は、請求
      * 管理に計算結果があれば介入状態のみ解除に更新する。
       1100-PICK-KAINYU.
           IF  QTS019-KAINYUKBN NOT = "1" AND "2" AND "3"
               GO TO 1100-NEXT
           END-IF
           IF  QTS019-KAINYUSTS NOT = "1"
               PERFORM 1300-KAIJO-KAHARAI
               GO TO 1100-NEXT
           END-IF
           IF  WS-KM-MAX >= 2000
               DISPLAY "QTS247B: KAINYU TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-KM-MAX
           MOVE QTS019-PRM             TO WS-KM-KEY(WS-KM-MAX)
           MOVE QTS019-KAINYUKBN       TO WS-KM-KAINYUKBN(WS-KM-MAX)
           MOVE QTS019-UKETSUKEYMD     TO WS-KM-UKETSUKE(WS-KM-MAX).

       1100-NEXT.
           PERFORM 1200-READ-KAINYU.

       1100-EXIT.
           EXIT.

       1200-READ-KAINYU.
           READ QTS019-KAINYU NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       1300-KAIJO-KAHARAI.
           MOVE QTS019-PRM             TO QTS247-PRM
           READ QTS247-KAHARAI
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF  QTS247-KAINYUSTS NOT = "9"
                       MOVE "9"            TO QTS247-KAINYUSTS
                       MOVE WS-TODAY       TO QTS247-SVRKOUSHINYMD
                       REWRITE QTS247-REC
                       ADD 1 TO WS-KAIJO-COUNT
                   END-IF
           END-READ.

      ****************************************************************
      *    整列入力：対象会員の貸付と返済を投入する
      ****************************************************************
       3000-RELEASE-TORIHIKI.
           PERFORM 3100-RELEASE-KASHITSUKE
           PERFORM 3200-RELEASE-HENSAI.

      * 貸付。各ローンの初版・第１回から実行日、貸付金額、約定利率
      * を取る（貸付金額＝第１回元本充当額＋第１回支払後残高）。
       3100-RELEASE-KASHITSUKE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS210-SCHEDULE
           PERFORM 3110-READ-SCHEDULE
           PERFORM 3120-EDIT-SCHEDULE UNTIL WS-EOF
           CLOSE QTS210-SCHEDULE.

       3110-READ-SCHEDULE.
           READ QTS210-SCHEDULE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3120-EDIT-SCHEDULE.
           IF  QTS210-PRMSCHEDULEVER = 1
           AND QTS210-PRMKAISUU = 1
               MOVE QTS210-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
               MOVE QTS210-PRMSUBRANGEKEY  TO WS-MK-SUBRANGEKEY
               MOVE QTS210-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
               MOVE WS-MEMBER-KEY          TO SRT-MEMBER
               MOVE QTS210-SAKUSEIYMD      TO SRT-HIZUKE
               MOVE 1                      TO SRT-SHUBETSU
               MOVE QTS210-PRMNYUKINMEISAI TO SRT-REFNO
               COMPUTE SRT-KINGAKU =
                   QTS210-GENPONGAKU + QTS210-SHIHARAIGOZAN
               MOVE ZERO                   TO SRT-GENPON
               MOVE QTS210-YAKUJORIRITSU   TO SRT-RIRITSU
               PERFORM 3900-RELEASE-MATCH
           END-IF
           PERFORM 3110-READ-SCHEDULE.

      * 返済。ローンへの充当実績（元本・利息・事務手数料・遅延損害金）
      * の合計を支払額とする。
       3200-RELEASE-HENSAI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           PERFORM 3210-READ-BUNKAI
           PERFORM 3220-EDIT-BUNKAI UNTIL WS-EOF
           CLOSE QTS100-BUNKAI.

       3210-READ-BUNKAI.
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       3220-EDIT-BUNKAI.
           IF  QTS100-LOANSHUBETSU NOT = ZERO
               MOVE QTS100-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
               MOVE QTS100-PRMSUBRANJIKEY  TO WS-MK-SUBRANGEKEY
               MOVE QTS100-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
               MOVE WS-MEMBER-KEY          TO SRT-MEMBER
               MOVE QTS100-NYUKINBI        TO SRT-HIZUKE
               MOVE 2                      TO SRT-SHUBETSU
               COMPUTE SRT-REFNO =
                   QTS100-PRMNYUKINMEISAI * 1000000000
                   + QTS100-PRMSHORITUUBAN
               COMPUTE SRT-KINGAKU =
                   QTS100-JTJGENPON + QTS100-JTJTESURYOU76
                   + QTS100-JTJTESURYOU16 + QTS100-JTJJIMTESURYOU
                   + QTS100-JTJSONGAIKIN
               MOVE QTS100-JTJGENPON       TO SRT-GENPON
               MOVE ZERO                   TO SRT-RIRITSU
               IF  SRT-KINGAKU NOT = ZERO
                   PERFORM 3900-RELEASE-MATCH
               END-IF
           END-IF
           PERFORM 3210-READ-BUNKAI.

       3900-RELEASE-MATCH.
           MOVE "N" TO WS-HIT-SW
           PERFORM 3910-MATCH-KAIIN
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-KM-MAX OR WS-HIT
           IF  WS-HIT
               RELEASE SORT-REC
               ADD 1 TO WS-RELEASE-COUNT
           END-IF.

       3910-MATCH-KAIIN.
           IF  WS-KM-KEY(WS-RX) = WS-MEMBER-KEY
               SET WS-HIT TO TRUE
           END-IF.

      ****************************************************************
      *    整列出力：会員ごとに一連で引き直す
      ****************************************************************
       5000-HIKINAOSHI.
           PERFORM 5900-RETURN-SORT
           PERFORM 5100-KEISAN-KAIIN
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-KM-MAX.

       5100-KEISAN-KAIIN.
           INITIALIZE WS-KEISAN
           PERFORM 5200-KEISAN-TORIHIKI
               UNTIL WS-SRT-EOF
               OR    SRT-MEMBER NOT = WS-KM-KEY(WS-RX)
           IF  WS-KS-LASTYMD > ZERO
           AND WS-KIJUNYMD > WS-KS-LASTYMD
               MOVE WS-KIJUNYMD        TO WS-TAISHOYMD
               PERFORM 5300-RISOKU-KEISAN
           END-IF
           PERFORM 6000-UPDATE-KAHARAI
           ADD 1 TO WS-KEISAN-COUNT.

       5200-KEISAN-TORIHIKI.
           IF  SRT-HIZUKE <= WS-KIJUNYMD
               IF  WS-KS-KAISHIYMD = ZERO
                   MOVE SRT-HIZUKE     TO WS-KS-KAISHIYMD
               END-IF
               MOVE SRT-HIZUKE         TO WS-TAISHOYMD
               PERFORM 5300-RISOKU-KEISAN
               IF  SRT-SHUBETSU = 1
                   PERFORM 5400-KASHITSUKE
               ELSE
                   PERFORM 5500-HENSAI
               END-IF
           END-IF
           PERFORM 5900-RETURN-SORT.

      * 前回取引日から当該取引日までの利息。元本には上限内の利率、
      * 過払金には過払金利率を日割で付す（年３６５日、円未満切捨）。
       5300-RISOKU-KEISAN.
           IF  WS-KS-LASTYMD > ZERO
               COMPUTE WS-NISSU =
                   FUNCTION INTEGER-OF-DATE(WS-TAISHOYMD)
                   - FUNCTION INTEGER-OF-DATE(WS-KS-LASTYMD)
               IF  WS-NISSU > ZERO
                   COMPUTE WS-RISOKU =
                       WS-KS-GANKIN * WS-KS-RIRITSU * WS-NISSU / 36500
                   ADD WS-RISOKU       TO WS-KS-MIBARAI
                   COMPUTE WS-RISOKU =
                       WS-KS-KAHARAI * WS-KAHARAI-RIRITSU
                       * WS-NISSU / 36500
                   ADD WS-RISOKU       TO WS-KS-KAHARAIRISOKU
               END-IF
           END-IF
           MOVE WS-TAISHOYMD           TO WS-KS-LASTYMD.

      * 貸付。過払金があれば先に相殺し、貸付後の元本で上限利率を
      * 決める。
       5400-KASHITSUKE.
           ADD 1                       TO WS-KS-KASHIKENSU
           ADD SRT-KINGAKU             TO WS-KS-KASHIGOKEI
           IF  WS-KS-KAHARAI >= SRT-KINGAKU
               SUBTRACT SRT-KINGAKU  FROM WS-KS-KAHARAI
           ELSE
               COMPUTE WS-KS-GANKIN =
                   WS-KS-GANKIN + SRT-KINGAKU - WS-KS-KAHARAI
               MOVE ZERO               TO WS-KS-KAHARAI
           END-IF
           EVALUATE TRUE
               WHEN WS-KS-GANKIN < WS-JOGEN-GANKIN(1)
                   MOVE 1              TO WS-SX
               WHEN WS-KS-GANKIN < WS-JOGEN-GANKIN(2)
                   MOVE 2              TO WS-SX
               WHEN OTHER
                   MOVE 3              TO WS-SX
           END-EVALUATE
           MOVE WS-JOGEN-RIRITSU(WS-SX) TO WS-KS-RIRITSU
           IF  SRT-RIRITSU > ZERO
           AND SRT-RIRITSU < WS-KS-RIRITSU
               MOVE SRT-RIRITSU        TO WS-KS-RIRITSU
           END-IF.

      * 返済。未払利息、元本の順に充当し、残りを過払金とする。
       5500-HENSAI.
           ADD 1                       TO WS-KS-HENSAIKENSU
           ADD SRT-KINGAKU             TO WS-KS-HENSAIGOKEI
           ADD SRT-GENPON              TO WS-KS-HENSAIGENPON
           MOVE SRT-KINGAKU            TO WS-JUTOU
           IF  WS-JUTOU <= WS-KS-MIBARAI
               SUBTRACT WS-JUTOU     FROM WS-KS-MIBARAI
               MOVE ZERO               TO WS-JUTOU
           ELSE
               SUBTRACT WS-KS-MIBARAI FROM WS-JUTOU
               MOVE ZERO               TO WS-KS-MIBARAI
           END-IF
           IF  WS-JUTOU <= WS-KS-GANKIN
               SUBTRACT WS-JUTOU     FROM WS-KS-GANKIN
           ELSE
               SUBTRACT WS-KS-GANKIN FROM WS-JUTOU
               MOVE ZERO               TO WS-KS-GANKIN
               ADD WS-JUTOU            TO WS-KS-KAHARAI
           END-IF.

      * 計算結果を会員単位に保持し、明細リストへ出力する。
       6000-UPDATE-KAHARAI.
           MOVE WS-KM-KEY(WS-RX)       TO QTS247-PRM
           READ QTS247-KAHARAI
               INVALID KEY
                   MOVE WS-KM-KEY(WS-RX)   TO QTS247-PRM
                   MOVE WS-KIJUNYMD        TO QTS247-SHOKAIKEISANYMD
                   SET WS-SHINKI TO TRUE
               NOT INVALID KEY
                   MOVE "N"                TO WS-SHINKI-SW
           END-READ
           MOVE WS-KM-KAINYUKBN(WS-RX) TO QTS247-KAINYUKBN
           MOVE "1"                    TO QTS247-KAINYUSTS
           MOVE WS-KM-UKETSUKE(WS-RX)  TO QTS247-UKETSUKEYMD
           MOVE WS-KIJUNYMD            TO QTS247-KEISANYMD
           EVALUATE TRUE
               WHEN WS-KS-KAISHIYMD = ZERO
                   MOVE "0"            TO QTS247-HANTEIKBN
               WHEN WS-KS-KAHARAI > ZERO
                   MOVE "2"            TO QTS247-HANTEIKBN
               WHEN WS-KS-GANKIN + WS-KS-MIBARAI > ZERO
                   MOVE "1"            TO QTS247-HANTEIKBN
               WHEN OTHER
                   MOVE "3"            TO QTS247-HANTEIKBN
           END-EVALUATE
           MOVE WS-KS-KAISHIYMD        TO QTS247-TORIHIKIKAISHIYMD
           MOVE WS-KS-LASTYMD          TO QTS247-SAISHUTORIHIKIYMD
           MOVE WS-KS-KASHIKENSU       TO QTS247-KASHITSUKEKENSU
           MOVE WS-KS-HENSAIKENSU      TO QTS247-HENSAIKENSU
           MOVE WS-KS-KASHIGOKEI       TO QTS247-KASHITSUKEGOKEI
           MOVE WS-KS-HENSAIGOKEI      TO QTS247-HENSAIGOKEI
           COMPUTE QTS247-YAKUJOZANDAKA =
               WS-KS-KASHIGOKEI - WS-KS-HENSAIGENPON
           MOVE WS-KS-GANKIN           TO QTS247-HIKINAOSHIGANKIN
           MOVE WS-KS-MIBARAI          TO QTS247-HIKINAOSHIRISOKU
           MOVE WS-KS-KAHARAI          TO QTS247-KAHARAIKIN
           MOVE WS-KS-KAHARAIRISOKU    TO QTS247-KAHARAIRISOKU
           MOVE WS-KAHARAI-RIRITSU     TO QTS247-KAHARAIRIRITSU
           MOVE WS-TODAY               TO QTS247-HOSTSHORIYMD
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO QTS247-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS247-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS247-REC
           ELSE
               REWRITE QTS247-REC
           END-IF
           IF  QTS247-HANTEIKBN = "2"
               ADD 1 TO WS-KAHARAI-COUNT
           END-IF
           MOVE QTS247-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS247-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS247-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS247-KAINYUKBN       TO WS-RP-KAINYUKBN
           MOVE QTS247-HANTEIKBN       TO WS-RP-HANTEIKBN
           MOVE QTS247-TORIHIKIKAISHIYMD TO WS-RP-KAISHIYMD
           MOVE QTS247-KASHITSUKEGOKEI TO WS-RP-KASHIGOKEI
           MOVE QTS247-HENSAIGOKEI     TO WS-RP-HENSAIGOKEI
           MOVE QTS247-YAKUJOZANDAKA   TO WS-RP-YAKUJOZAN
           MOVE QTS247-HIKINAOSHIGANKIN TO WS-RP-HIKIGANKIN
           MOVE QTS247-HIKINAOSHIRISOKU TO WS-RP-HIKIRISOKU
           MOVE QTS247-KAHARAIKIN      TO WS-RP-KAHARAIKIN
           MOVE QTS247-KAHARAIRISOKU   TO WS-RP-KAHARAIRISOKU
           MOVE WS-RPT-LINE            TO HIKI-RPT-LINE
           WRITE HIKI-RPT-LINE.

       5900-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

      ****************************************************************
      *    過払金返還引当の月次集計
      ****************************************************************
      * 請求管理の介入中の会員を介入区分別に集計する。引当対象額は
      * 過払金元本と過払金利息の合計。
       7000-MONTHLY-SUMMARY.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUE TO QTS247-PRM
           START QTS247-KAHARAI KEY IS NOT LESS THAN QTS247-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 7100-SUM-KAHARAI UNTIL WS-EOF
           PERFORM 7200-WRITE-SUMMARY
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > 3
           MOVE WS-KIJUNYMD(1:6)       TO WS-SL-NENGETU
           MOVE "T"                    TO WS-SL-KAINYUKBN
           MOVE WS-SG-KENSU            TO WS-SL-KENSU
           MOVE WS-SG-KAHARAIKENSU     TO WS-SL-KAHARAIKENSU
           MOVE WS-SG-KAHARAIKIN       TO WS-SL-KAHARAIKIN
           MOVE WS-SG-KAHARAIRISOKU    TO WS-SL-KAHARAIRISOKU
           COMPUTE WS-SL-HIKIATE =
               WS-SG-KAHARAIKIN + WS-SG-KAHARAIRISOKU
           MOVE WS-SG-ZANSAI           TO WS-SL-ZANSAI
           MOVE WS-SUM-LINE            TO HIKI-SUM-LINE
           WRITE HIKI-SUM-LINE.

       7100-SUM-KAHARAI.
           READ QTS247-KAHARAI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
           AND QTS247-KAINYUSTS = "1"
           AND QTS247-KAINYUKBN = "1" OR "2" OR "3"
               MOVE QTS247-KAINYUKBN   TO WS-SX
               ADD 1 TO WS-SM-KENSU(WS-SX) WS-SG-KENSU
               IF  QTS247-HANTEIKBN = "2"
                   ADD 1 TO WS-SM-KAHARAIKENSU(WS-SX)
                            WS-SG-KAHARAIKENSU
               END-IF
               ADD QTS247-KAHARAIKIN
                   TO WS-SM-KAHARAIKIN(WS-SX) WS-SG-KAHARAIKIN
               ADD QTS247-KAHARAIRISOKU
                   TO WS-SM-KAHARAIRISOKU(WS-SX) WS-SG-KAHARAIRISOKU
               COMPUTE WS-SM-ZANSAI(WS-SX) = WS-SM-ZANSAI(WS-SX)
                   + QTS247-HIKINAOSHIGANKIN + QTS247-HIKINAOSHIRISOKU
               COMPUTE WS-SG-ZANSAI = WS-SG-ZANSAI
                   + QTS247-HIKINAOSHIGANKIN + QTS247-HIKINAOSHIRISOKU
           END-IF.

       7200-WRITE-SUMMARY.
           MOVE WS-KIJUNYMD(1:6)       TO WS-SL-NENGETU
           MOVE WS-SX                  TO WS-SL-KAINYUKBN
           MOVE WS-SM-KENSU(WS-SX)     TO WS-SL-KENSU
           MOVE WS-SM-KAHARAIKENSU(WS-SX) TO WS-SL-KAHARAIKENSU
           MOVE WS-SM-KAHARAIKIN(WS-SX) TO WS-SL-KAHARAIKIN
           MOVE WS-SM-KAHARAIRISOKU(WS-SX) TO WS-SL-KAHARAIRISOKU
           COMPUTE WS-SL-HIKIATE =
               WS-SM-KAHARAIKIN(WS-SX) + WS-SM-KAHARAIRISOKU(WS-SX)
           MOVE WS-SM-ZANSAI(WS-SX)    TO WS-SL-ZANSAI
           MOVE WS-SUM-LINE            TO HIKI-SUM-LINE
           WRITE HIKI-SUM-LINE.

       9000-TERMINATE.
           DISPLAY "QTS247B: KEISAN=" WS-KEISAN-COUNT
                   " KAHARAI=" WS-KAHARAI-COUNT
                   " TORIHIKI=" WS-RELEASE-COUNT
                   " KAIJO=" WS-KAIJO-COUNT
           CLOSE QTS247-KAHARAI
           CLOSE HIKI-RPTFILE
           CLOSE HIKI-SUMFILE.
      *8...........2.........3.........4.........5........6........7.........8
