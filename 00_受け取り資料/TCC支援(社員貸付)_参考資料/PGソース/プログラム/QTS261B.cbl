      *8...........2.........3.........4.........5........6........7.........8
      *    QTS261B
      ****************************************************************
      *                あとからリボ・分割変更実行バッチ（夜間）      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS261Mで受け付けた申込（状況１）を実行する。対象明細と
      *    締めを再確認したうえで、
      *      分割：QTS200の分割商品（支払方法61、回数範囲内）の約定
      *            利率で分割手数料を求め、一括払の入金分解を第１回
      *            とし、第２回以降を翌月以降の請求年月で追加する。
      *      リボ：一括払の入金分解の請求元本をゼロとし、金額は
      *            QTS103Bが当該請求年月のショッピングリボ利用額に
      *            加算する（手数料はリボ残高に対して月次で発生）。
      *    利用明細（QTS050）の支払方法・回数・手数料も書き換え、
      *    実行結果を申込に記録して一覧（QTS261RP）へ出力する。
      *    QTS122B（請求書編集）の前に実行すること。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS261B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS261-HENKAN   ASSIGN TO "QTS261"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS261-SEG
                   FILE STATUS IS WS-QTS261-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS050-PRM
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS100-PRM
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS200-LOANTBL  ASSIGN TO "QTS200"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS200-PRMLOANSHUBETSU
                   FILE STATUS IS WS-QTS200-STATUS.
           SELECT  QTS170-CTLFILE  ASSIGN TO "QTS170"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS170-PRM
                   FILE STATUS IS WS-QTS170-STATUS.
           SELECT  HENKAN-LIST     ASSIGN TO "QTS261RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS261-HENKAN.
       01  QTS261-REC.
           COPY QTS261 REPLACING ==()== BY ==QTS261==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS200-LOANTBL.
       01  QTS200-REC.
           COPY QTS200 REPLACING ==()== BY ==QTS200==.
       FD  QTS170-CTLFILE.
       01  QTS170-REC.
           COPY QTS170 REPLACING ==()== BY ==QTS170==.
       FD  HENKAN-LIST.
       01  HENKAN-LIST-LINE            PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS261-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS200-STATUS        PIC X(02).
       01  WS-QTS170-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SUB-EOF-SW           PIC X(01).
           88  WS-SUB-EOF                        VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-SHIME-NENGETU        PIC 9(06)     VALUE ZERO.
       01  WS-SHIME-YMD            PIC 9(08)     VALUE ZERO.
       01  WS-FUKA-RIYU            PIC X(02).
      * 対象明細の一括払入金分解（第１回として書き換える行）
       01  WS-BUN-PRM              PIC X(32).
       01  WS-BUN-NENGETU          PIC 9(06).
       01  WS-MAX-TUUBAN           PIC 9(09).
       01  WS-SAVE-REC             PIC X(2000).
      * 分割計算
       01  WS-KX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-RITSU                PIC 99V99.
       01  WS-TESURYO-SOU          PIC S9(09).
       01  WS-GENPON-TSUKI         PIC S9(11).
       01  WS-GENPON-HASU          PIC S9(11).
       01  WS-TESURYO-TSUKI        PIC S9(09).
       01  WS-TESURYO-HASU         PIC S9(09).
       01  WS-NENGETU-WK.
           05  WS-NW-NEN           PIC 9(04).
           05  WS-NW-TSUKI         PIC 9(02).
       01  WS-YMD-WK.
           05  WS-YW-NEN           PIC 9(04).
           05  WS-YW-TSUKI         PIC 9(02).
           05  WS-YW-HI            PIC 9(02).
       01  WS-YMD-9 REDEFINES WS-YMD-WK PIC 9(08).
       01  WS-NYUKIN-HI            PIC 9(02).
       01  WS-MATSUJITSU           PIC 9(08).
      * 分割商品表（QTS200の支払方法61・80で取扱開始済のもの）
       01  WS-SH-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-SX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-SH-TBL.
           05  WS-SH-ENT           OCCURS 100.
             07  WS-SH-HOHO        PIC 9(02).
             07  WS-SH-RITSU       PIC 99V99.
             07  WS-SH-KAGEN       PIC 9(03).
             07  WS-SH-JOGEN       PIC 9(03).
       01  WS-HENKAN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-RIBO-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-BUNKATSU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-FUKA-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-TSUIKA-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-RP-LINE.
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TORIHIKINO    PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HENKANKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAISU         PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KNG           PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RITSU         PIC Z9.99.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TESURYO       PIC --------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-NENGETU       PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-STS           PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RIYU          PIC X(02).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SHOUHIN UNTIL WS-SUB-EOF
           CLOSE QTS200-LOANTBL
           PERFORM 2000-PICK-MOUSHIKOMI THRU 2900-NEXT-MOUSHIKOMI
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * 締めは処理コントロール本サイクルの請求年月・締年月日
      * （QTS261Mと同じ判定）。
       1000-INITIALIZE.
           INITIALIZE WS-SH-TBL
           OPEN I-O    QTS261-HENKAN
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS050-URIAGE
           OPEN I-O    QTS100-BUNKAI
           OPEN INPUT  QTS200-LOANTBL
           OPEN INPUT  QTS170-CTLFILE
           OPEN OUTPUT HENKAN-LIST
           MOVE "1" TO QTS170-PRMRRECKBN
           READ QTS170-CTLFILE
               INVALID KEY
                   DISPLAY "QTS261B: QTS170 HONCYCLE NASHI"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   COMPUTE WS-SHIME-NENGETU =
                       QTS170-SKNSEIKYUNEN * 100
                       + QTS170-SKNSEIKYUTSUKI
                   COMPUTE WS-SHIME-YMD =
                       QTS170-SMNSIMENEN * 10000
                       + QTS170-SMNSIMETSUKI * 100
                       + QTS170-SMNSIMEBI
           END-READ
           CLOSE QTS170-CTLFILE
           MOVE "N" TO WS-SUB-EOF-SW
           MOVE ZERO TO QTS200-PRMLOANSHUBETSU
           START QTS200-LOANTBL KEY >= QTS200-PRMLOANSHUBETSU
               INVALID KEY SET WS-SUB-EOF TO TRUE
           END-START
           MOVE ZERO TO QTS261-PRMKIGYOUCD
           MOVE ZERO TO QTS261-PRMSUBRANGEKEY
           MOVE ZERO TO QTS261-PRMNAIBUKAIINNO
           MOVE ZERO TO QTS261-PRMTORIHIKINO
           START QTS261-HENKAN KEY >= QTS261-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START.

       1500-LOAD-SHOUHIN.
           READ QTS200-LOANTBL NEXT
               AT END SET WS-SUB-EOF TO TRUE
           END-READ
           IF  NOT WS-SUB-EOF
               IF  ( QTS200-SHOSIHARAIHOHO = 61
                  OR QTS200-SHOSIHARAIHOHO = 80 )
               AND QTS200-SHOTORIHIKIKAISI <= WS-TODAY
                   IF  WS-SH-MAX >= 100
                       DISPLAY "QTS261B: SHOUHIN TABLE OVERFLOW"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-SH-MAX
                   MOVE QTS200-SHOSIHARAIHOHO
                       TO WS-SH-HOHO(WS-SH-MAX)
                   MOVE QTS200-SHOYAKUJORIRITSU
                       TO WS-SH-RITSU(WS-SH-MAX)
                   MOVE QTS200-SHOKAISUKAGEN
                       TO WS-SH-KAGEN(WS-SH-MAX)
                   MOVE QTS200-SHOKAISUJOGEN
                       TO WS-SH-JOGEN(WS-SH-MAX)
               END-IF
           END-IF.

       2000-PICK-MOUSHIKOMI.
           READ QTS261-HENKAN NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2900-NEXT-MOUSHIKOMI
           END-READ
           IF  QTS261-HENKANSTS NOT = "1"
               GO TO 2900-NEXT-MOUSHIKOMI
           END-IF
           PERFORM 3000-CHECK-MOUSHIKOMI THRU 3000-EXIT
           IF  WS-FUKA-RIYU NOT = SPACES
               PERFORM 3900-SET-FUKA
           ELSE
               IF  QTS261-HENKANKBN = "B"
                   PERFORM 4000-HENKAN-BUNKATSU
               ELSE
                   PERFORM 5000-HENKAN-RIBO
               END-IF
               PERFORM 6000-UPDATE-MEISAI
           END-IF
           PERFORM 7000-WRITE-LIST.

       2900-NEXT-MOUSHIKOMI.
           EXIT.

      * 受付後に明細が変わっていないか（入金・取消・締め）を再確認
      * し、分割は指定回数を扱う分割商品の約定利率を引き当てる。
       3000-CHECK-MOUSHIKOMI.
           MOVE SPACES TO WS-FUKA-RIYU
           MOVE ZERO   TO WS-RITSU
           MOVE QTS261-PRMKIGYOUCD     TO QTS050-PRMKIGYOUCD
           MOVE QTS261-PRMSUBRANGEKEY  TO QTS050-PRMSUBRANGEKEY
           MOVE QTS261-PRMNAIBUKAIINNO TO QTS050-PRMNAIBUKAIINNO
           MOVE QTS261-PRMTORIHIKINO   TO QTS050-PRMTORIHIKINO
           READ QTS050-URIAGE
               INVALID KEY
                   MOVE "01" TO WS-FUKA-RIYU
                   GO TO 3000-EXIT
           END-READ
           IF  QTS050-GKGSHIHARAIHOHO NOT = 1
           OR  QTS050-GKGKEISANSUMISIGN = "K"
           OR  QTS050-GKGRIYOUKNG NOT > ZERO
               MOVE "02" TO WS-FUKA-RIYU
               GO TO 3000-EXIT
           END-IF
           IF  QTS261-HENKANKBN = "R"
               MOVE QTS261-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
               MOVE QTS261-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
               MOVE QTS261-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
               READ QTS010-MASTER
                   INVALID KEY
                       MOVE "01" TO WS-FUKA-RIYU
                       GO TO 3000-EXIT
               END-READ
               IF  QTS010-TRSSREVOLVING NOT = 1
               OR  QTS010-REVSMAITSUKI = ZERO
                   MOVE "05" TO WS-FUKA-RIYU
                   GO TO 3000-EXIT
               END-IF
           END-IF
           PERFORM 3100-FIND-BUNKAI
           IF  WS-BUN-NENGETU = ZERO
               MOVE "06" TO WS-FUKA-RIYU
               GO TO 3000-EXIT
           END-IF
           IF  WS-BUN-NENGETU < WS-SHIME-NENGETU
               MOVE "03" TO WS-FUKA-RIYU
               GO TO 3000-EXIT
           END-IF
           IF  WS-BUN-NENGETU = WS-SHIME-NENGETU
           AND WS-TODAY > WS-SHIME-YMD
               MOVE "03" TO WS-FUKA-RIYU
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-HIT-SW
           IF  QTS261-HENKANKBN = "B"
               PERFORM 3200-SEARCH-BUNKATSU
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SH-MAX OR WS-HIT
               IF  NOT WS-HIT
                   MOVE "04" TO WS-FUKA-RIYU
               END-IF
           ELSE
               PERFORM 3300-SEARCH-RIBO
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SH-MAX OR WS-HIT
           END-IF.

       3000-EXIT.
           EXIT.

      * 当該明細の入金分解（入金明細番号＝取引通番）を走査し、未入金
      * の一括払行のキーと請求年月、および最大の分解通番を得る。
       3100-FIND-BUNKAI.
           MOVE ZERO   TO WS-BUN-NENGETU
           MOVE ZERO   TO WS-MAX-TUUBAN
           MOVE SPACES TO WS-BUN-PRM
           MOVE "N"    TO WS-SUB-EOF-SW
           MOVE QTS261-PRMKIGYOUCD     TO QTS100-PRMKIGYOUCD
           MOVE QTS261-PRMSUBRANGEKEY  TO QTS100-PRMSUBRANJIKEY
           MOVE QTS261-PRMNAIBUKAIINNO TO QTS100-PRMNAIBUKAIINNO
           MOVE QTS261-PRMTORIHIKINO   TO QTS100-PRMNYUKINMEISAI
           MOVE ZERO                   TO QTS100-PRMSHORITUUBAN
           START QTS100-BUNKAI KEY >= QTS100-PRM
               INVALID KEY SET WS-SUB-EOF TO TRUE
           END-START
           PERFORM 3110-READ-BUNKAI UNTIL WS-SUB-EOF.

       3110-READ-BUNKAI.
           READ QTS100-BUNKAI NEXT
               AT END SET WS-SUB-EOF TO TRUE
           END-READ
           IF  NOT WS-SUB-EOF
               IF  QTS100-PRMKIGYOUCD     = QTS261-PRMKIGYOUCD
               AND QTS100-PRMSUBRANJIKEY  = QTS261-PRMSUBRANGEKEY
               AND QTS100-PRMNAIBUKAIINNO = QTS261-PRMNAIBUKAIINNO
               AND QTS100-PRMNYUKINMEISAI = QTS261-PRMTORIHIKINO
                   MOVE QTS100-PRMSHORITUUBAN TO WS-MAX-TUUBAN
                   IF  QTS100-SHIHARAIHOHO = 1
                   AND QTS100-JTJGENPON = ZERO
                   AND WS-BUN-NENGETU = ZERO
                       MOVE QTS100-SEIKYUNENGETU TO WS-BUN-NENGETU
                       MOVE QTS100-PRM           TO WS-BUN-PRM
                   END-IF
               ELSE
                   SET WS-SUB-EOF TO TRUE
               END-IF
           END-IF.

       3200-SEARCH-BUNKATSU.
           IF  WS-SH-HOHO(WS-SX) = 61
           AND WS-SH-KAGEN(WS-SX) <= QTS261-BUNKATSUKAISU
           AND WS-SH-JOGEN(WS-SX) >= QTS261-BUNKATSUKAISU
               MOVE WS-SH-RITSU(WS-SX) TO WS-RITSU
               SET WS-HIT TO TRUE
           END-IF.

      * リボは手数料をリボ残高に対して月次で計算するため、利率は
      * 記録用（リボ商品が登録されていなければゼロ）。
       3300-SEARCH-RIBO.
           IF  WS-SH-HOHO(WS-SX) = 80
               MOVE WS-SH-RITSU(WS-SX) TO WS-RITSU
               SET WS-HIT TO TRUE
           END-IF.

       3900-SET-FUKA.
           MOVE "8"                  TO QTS261-HENKANSTS
           MOVE WS-FUKA-RIYU         TO QTS261-FUKARIYU
           MOVE WS-TODAY             TO QTS261-JIKKOYMD
           MOVE WS-TODAY             TO QTS261-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS261-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS261-SVRKOUSHINYMD
           REWRITE QTS261-REC
           ADD 1 TO WS-FUKA-COUNT.

      * 分割手数料は元金均等返済の残高に約定年率を掛けた額
      * （利用額×年率÷１２×（回数＋１）÷２）。元本・手数料とも
      * 回数で割り、端数は第１回に寄せる。
       4000-HENKAN-BUNKATSU.
           COMPUTE WS-TESURYO-SOU ROUNDED =
               QTS050-GKGRIYOUKNG * WS-RITSU
               * ( QTS261-BUNKATSUKAISU + 1 ) / 2400
           COMPUTE WS-GENPON-TSUKI =
               QTS050-GKGRIYOUKNG / QTS261-BUNKATSUKAISU
           COMPUTE WS-GENPON-HASU =
               QTS050-GKGRIYOUKNG
               - WS-GENPON-TSUKI * QTS261-BUNKATSUKAISU
           COMPUTE WS-TESURYO-TSUKI =
               WS-TESURYO-SOU / QTS261-BUNKATSUKAISU
           COMPUTE WS-TESURYO-HASU =
               WS-TESURYO-SOU
               - WS-TESURYO-TSUKI * QTS261-BUNKATSUKAISU
           MOVE WS-BUN-PRM           TO QTS100-PRM
           READ QTS100-BUNKAI
           COMPUTE QTS100-JTMGENPON =
               WS-GENPON-TSUKI + WS-GENPON-HASU
           COMPUTE QTS100-JTMTESURYO =
               WS-TESURYO-TSUKI + WS-TESURYO-HASU
           MOVE 61                   TO QTS100-SHIHARAIHOHO
           MOVE "あとから分割"       TO QTS100-HOUHOUHONYAKUCHI
           MOVE WS-TODAY             TO QTS100-BUNKAIBI
           MOVE WS-TODAY             TO QTS100-SHORIBI
           MOVE WS-TODAY             TO QTS100-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS100-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS100-SVRKOUSHINYMD
           REWRITE QTS100-REC
           MOVE QTS100-REC           TO WS-SAVE-REC
           MOVE QTS100-NYUKINBI(7:2) TO WS-NYUKIN-HI
           PERFORM 4100-ADD-KAI
               VARYING WS-KX FROM 2 BY 1
               UNTIL WS-KX > QTS261-BUNKATSUKAISU
           MOVE 61                   TO QTS050-GKGSHIHARAIHOHO
           MOVE QTS261-BUNKATSUKAISU TO QTS050-GKGBUNKATSUKAISU
           MOVE WS-TESURYO-SOU       TO QTS050-GKGTESURYOUGAKU
           ADD 1 TO WS-BUNKATSU-COUNT.

      * 第２回以降。第１回の内容を写し、請求年月・入金日を１か月
      * ずつ進める（入金日が月末を越える月はその月の末日）。
       4100-ADD-KAI.
           MOVE WS-SAVE-REC          TO QTS100-REC
           COMPUTE QTS100-PRMSHORITUUBAN =
               WS-MAX-TUUBAN + WS-KX - 1
           MOVE WS-BUN-NENGETU       TO WS-NENGETU-WK
           COMPUTE WS-NW-TSUKI = WS-NW-TSUKI + WS-KX - 1
           PERFORM 4110-ADJUST-TSUKI
               UNTIL WS-NW-TSUKI NOT > 12
           MOVE WS-NENGETU-WK        TO QTS100-SEIKYUNENGETU
           IF  QTS100-NYUKINBI NOT = ZERO
               MOVE QTS100-NYUKINBI  TO WS-YMD-9
               MOVE WS-NW-NEN        TO WS-YW-NEN
               MOVE WS-NW-TSUKI      TO WS-YW-TSUKI
               IF  WS-NYUKIN-HI > 28
                   PERFORM 4120-CALC-MATSUJITSU
               END-IF
               MOVE WS-YMD-9         TO QTS100-NYUKINBI
           END-IF
           MOVE WS-GENPON-TSUKI      TO QTS100-JTMGENPON
           MOVE WS-TESURYO-TSUKI     TO QTS100-JTMTESURYO
           WRITE QTS100-REC
               INVALID KEY
                   DISPLAY "QTS261B: BUNKAI WRITE NG " QTS100-PRM
               NOT INVALID KEY
                   ADD 1 TO WS-TSUIKA-COUNT
           END-WRITE.

       4110-ADJUST-TSUKI.
           SUBTRACT 12 FROM WS-NW-TSUKI
           ADD 1 TO WS-NW-NEN.

       4120-CALC-MATSUJITSU.
           MOVE 01                   TO WS-YW-HI
           IF  WS-YW-TSUKI = 12
               ADD 1 TO WS-YW-NEN
               MOVE 01 TO WS-YW-TSUKI
           ELSE
               ADD 1 TO WS-YW-TSUKI
           END-IF
           COMPUTE WS-MATSUJITSU = FUNCTION DATE-OF-INTEGER
               ( FUNCTION INTEGER-OF-DATE ( WS-YMD-9 ) - 1 )
           MOVE WS-MATSUJITSU        TO WS-YMD-9
           IF  WS-NYUKIN-HI < WS-YW-HI
               MOVE WS-NYUKIN-HI     TO WS-YW-HI
           END-IF.

      * 一括払の請求元本をゼロにし、金額はQTS103Bが当該請求年月の
      * リボ利用額として取り込む。
       5000-HENKAN-RIBO.
           MOVE ZERO                 TO WS-TESURYO-SOU
           MOVE WS-BUN-PRM           TO QTS100-PRM
           READ QTS100-BUNKAI
           MOVE ZERO                 TO QTS100-JTMGENPON
           MOVE ZERO                 TO QTS100-JTMTESURYO
           MOVE 80                   TO QTS100-SHIHARAIHOHO
           MOVE "あとからリボ"       TO QTS100-HOUHOUHONYAKUCHI
           MOVE WS-TODAY             TO QTS100-BUNKAIBI
           MOVE WS-TODAY             TO QTS100-SHORIBI
           MOVE WS-TODAY             TO QTS100-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS100-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS100-SVRKOUSHINYMD
           REWRITE QTS100-REC
           MOVE 80                   TO QTS050-GKGSHIHARAIHOHO
           MOVE ZERO                 TO QTS050-GKGBUNKATSUKAISU
           MOVE ZERO                 TO QTS050-GKGTESURYOUGAKU
           ADD 1 TO WS-RIBO-COUNT.

       6000-UPDATE-MEISAI.
           MOVE WS-RITSU             TO QTS050-GKGTESURYOURITSU
           MOVE WS-TODAY             TO QTS050-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS050-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS050-SVRKOUSHINYMD
           REWRITE QTS050-REC
           MOVE "2"                  TO QTS261-HENKANSTS
           MOVE SPACES               TO QTS261-FUKARIYU
           MOVE QTS050-GKGRIYOUKNG   TO QTS261-HENKANKNG
           MOVE WS-RITSU             TO QTS261-TESURYORITSU
           MOVE WS-TESURYO-SOU       TO QTS261-TESURYOGAKU
           MOVE WS-BUN-NENGETU       TO QTS261-SEIKYUNENGETU
           MOVE WS-TODAY             TO QTS261-JIKKOYMD
           MOVE WS-TODAY             TO QTS261-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS261-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS261-SVRKOUSHINYMD
           REWRITE QTS261-REC
           ADD 1 TO WS-HENKAN-COUNT.

       7000-WRITE-LIST.
           MOVE QTS261-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS261-PRMTORIHIKINO TO WS-RP-TORIHIKINO
           MOVE QTS261-HENKANKBN     TO WS-RP-HENKANKBN
           MOVE QTS261-BUNKATSUKAISU TO WS-RP-KAISU
           MOVE QTS261-HENKANKNG     TO WS-RP-KNG
           MOVE QTS261-TESURYORITSU  TO WS-RP-RITSU
           MOVE QTS261-TESURYOGAKU   TO WS-RP-TESURYO
           MOVE QTS261-SEIKYUNENGETU TO WS-RP-NENGETU
           MOVE QTS261-HENKANSTS     TO WS-RP-STS
           MOVE QTS261-FUKARIYU      TO WS-RP-RIYU
           MOVE WS-RP-LINE           TO HENKAN-LIST-LINE
           WRITE HENKAN-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS261B: HENKAN=" WS-HENKAN-COUNT
                   " RIBO=" WS-RIBO-COUNT
                   " BUNKATSU=" WS-BUNKATSU-COUNT
                   " TSUIKA-BUNKAI=" WS-TSUIKA-COUNT
                   " FUKA=" WS-FUKA-COUNT
           CLOSE QTS261-HENKAN
           CLOSE QTS010-MASTER
           CLOSE QTS050-URIAGE
           CLOSE QTS100-BUNKAI
           CLOSE HENKAN-LIST.
