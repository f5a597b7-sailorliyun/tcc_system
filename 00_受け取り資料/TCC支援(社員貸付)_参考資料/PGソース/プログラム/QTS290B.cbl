      *8...........2.........3.........4.........5........6........7.........8
      *    QTS290B
      ****************************************************************
      *                社員貸付おまとめ見積・実行バッチ              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    貸付窓口が入力したおまとめ指示（QTS290TR）ごとに、会員の
      *    複数の社員貸付（２件以上５件まで）を１本の新貸付へまとめる。
      *      ・対象貸付ごとに完済基準日時点の完済金額を見積もる。分割
      *        繰上完済（QTS104M）と同じく、弁済期の来ていない回を残
      *        回数とし、その元本の合計を完済金額、利息の合計を未経過
      *        利息（徴収しない）とする
      *      ・完済金額の合計を融資額とする新条件の初回返済額・総返済
      *        額を、償還予定表作成（QTS211B）と同じ元金均等・残高利息
      *        方式で見込む
      *      ・借換え後が借換え前より不利でないことを、利率（完済金額
      *        による加重平均以下）・月額返済額（旧貸付の月額合計以下）
      *        ・総返済額（旧貸付の残元本と残利息の合計以下）で判定し、
      *        おまとめ管理ファイル（QTS290）へ記録する
      *    実行指示（区分２）で判定をすべて満たすものは、新貸付を社員
      *    貸付実行管理（QTS270）へ契約区分おまとめ（１）・振込済で
      *    登録し、旧貸付を実行状況８（おまとめ完済）とする。予定表は
      *    償還予定表作成（QTS211B）への指示で旧貸付を失効（区分９）、
      *    新貸付を作成（区分５）させる。融資金は旧貸付の完済に充て
      *    振込を伴わず、社員貸付金の中の振替となるため仕訳は起票し
      *    ない。給与天引はQTS097Bが新貸付の当月返済額を会員・請求
      *    年月の最初の行へ加算する。
      *    検証不能・不利判定の指示はエラーリスト（QTS290ER）へ出し、
      *    復帰コード４で終了する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS290B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  OMATOME-TRANFILE ASSIGN TO "QTS290TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS200-LOANTBL  ASSIGN TO "QTS200"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS200-PRMLOANSHUBETSU
                   FILE STATUS IS WS-QTS200-STATUS.
           SELECT  QTS201-RATETBL  ASSIGN TO "QTS201"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS201-PRM
                   FILE STATUS IS WS-QTS201-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS270-JIKKO    ASSIGN TO "QTS270"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS270-PRM
                   FILE STATUS IS WS-QTS270-STATUS.
           SELECT  QTS290-OMATOME  ASSIGN TO "QTS290"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS290-PRM
                   FILE STATUS IS WS-QTS290-STATUS.
           SELECT  SCHED-TRANFILE  ASSIGN TO "QTS211TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  MITSUMORI-LIST  ASSIGN TO "QTS290RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  OMATOME-ERRLIST ASSIGN TO "QTS290ER"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  OMATOME-TRANFILE.
       01  OMATOME-TRAN-REC.
           05  OMT-ACTIONKBN           PIC 9(01).
      *        1:見積  2:実行
           05  OMT-PRMKIGYOUCD         PIC 9(04).
           05  OMT-PRMSUBRANGEKEY      PIC 9(04).
           05  OMT-PRMNAIBUKAIINNO     PIC 9(08).
           05  OMT-UKETSUKEYMD         PIC 9(08).
           05  OMT-KIJUNYMD            PIC 9(08).
      *        完済基準日。ゼロは処理日
           05  OMT-LOANSHUBETSU        PIC 9(05).
           05  OMT-KAISUU              PIC 9(03).
           05  OMT-RIRITSU             PIC 99V99.
      *        ゼロのときはローン種別・利率改定テーブルの約定利率
           05  OMT-KAISHIYMD           PIC 9(08).
      *        初回返済日。ゼロは完済基準日の翌月２７日
           05  OMT-KYUMEISAI           PIC 9(07)     OCCURS 5.
      *        まとめる貸付の入金明細番号（未使用はゼロ）
       FD  QTS200-LOANTBL.
       01  QTS200-REC.
           COPY QTS200 REPLACING ==()== BY ==QTS200==.
       FD  QTS201-RATETBL.
       01  QTS201-REC.
           COPY QTS201 REPLACING ==()== BY ==QTS201==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS270-JIKKO.
       01  QTS270-REC.
           COPY QTS270 REPLACING ==()== BY ==QTS270==.
       FD  QTS290-OMATOME.
       01  QTS290-REC.
           COPY QTS290 REPLACING ==()== BY ==QTS290==.
       FD  SCHED-TRANFILE.
       01  SCHED-TRAN-REC.
           05  SCT-ACTIONKBN           PIC 9(01).
           05  SCT-PRMKIGYOUCD         PIC 9(04).
           05  SCT-PRMSUBRANGEKEY      PIC 9(04).
           05  SCT-PRMNAIBUKAIINNO     PIC 9(08).
           05  SCT-PRMNYUKINMEISAI     PIC 9(07).
           05  SCT-LOANSHUBETSU        PIC 9(05).
           05  SCT-YUSHIGAKU           PIC 9(11).
           05  SCT-KAISUU              PIC 9(03).
           05  SCT-RIRITSU             PIC 99V99.
           05  SCT-KAISHIYMD           PIC 9(08).
       FD  MITSUMORI-LIST.
       01  MITSUMORI-LIST-LINE         PIC X(100).
       FD  OMATOME-ERRLIST.
       01  OMATOME-ERRLIST-LINE        PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS200-STATUS        PIC X(02).
       01  WS-QTS201-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS270-STATUS        PIC X(02).
       01  WS-QTS290-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-RATE-EOF-SW          PIC X(01).
           88  WS-RATE-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-NG-SW                PIC X(01).
           88  WS-NG                             VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KIJUN-YMD            PIC 9(08).
       01  WS-KAISHI-NEN           PIC 9(04).
       01  WS-KAISHI-TSUKI         PIC 9(02).
       01  WS-JOGEN-KNG            PIC 9(11).
       01  WS-GENPON-KAI           PIC 9(11).
       01  WS-RISOKU-GOKEI         PIC 9(11).
       01  WS-RITSU-SEKI           PIC 9(13)V99.
       01  WS-MAX-MEISAI           PIC 9(07).
       01  WS-KX                   PIC 9(01).
       01  WS-AITESAKINO           PIC X(08).
       01  WS-GAIBUKAIINNO         PIC 9(12).
       01  WS-MITSUMORI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-JIKKO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KANSAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-MT-LINE.
           05  WS-MT-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-MEISAI        PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-RIRITSU       PIC Z9.99.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-KAISU         PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-KANSAI        PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-MODOSHI       PIC --------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-GETSUGAKU     PIC --------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-SOSHIHARAI    PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-HANTEI        PIC X(03).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MT-KBN           PIC N(04).
       01  WS-ERR-LINE.
           05  WS-ERR-KAIINNO      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-UKETSUKEYMD  PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-MEISAI       PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-RIYU         PIC N(10).
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
           OPEN INPUT  OMATOME-TRANFILE
           OPEN INPUT  QTS200-LOANTBL
           OPEN INPUT  QTS201-RATETBL
           OPEN INPUT  QTS210-SCHEDULE
           OPEN I-O    QTS270-JIKKO
           OPEN I-O    QTS290-OMATOME
           OPEN EXTEND SCHED-TRANFILE
           OPEN OUTPUT MITSUMORI-LIST
           OPEN OUTPUT OMATOME-ERRLIST
           READ OMATOME-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * おまとめ指示１件ごとに、旧貸付の完済見積・新条件の見込・
      * 有利判定を行っておまとめ管理へ記録し、実行指示で判定を満た
      * すものを実行する。実行済の受付は見積し直さない。
       2000-PROCESS-TRAN.
           MOVE ZERO                 TO WS-ERR-MEISAI
           MOVE OMT-PRMKIGYOUCD      TO QTS290-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO QTS290-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO QTS290-PRMNAIBUKAIINNO
           MOVE OMT-UKETSUKEYMD      TO QTS290-PRMUKETSUKEYMD
           READ QTS290-OMATOME
               INVALID KEY
                   MOVE "N" TO WS-HIT-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIT-SW
           END-READ
           IF  WS-HIT
           AND QTS290-OMATOMESTS = "2"
               MOVE "おまとめ実行済"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE OMT-LOANSHUBETSU     TO QTS200-PRMLOANSHUBETSU
           READ QTS200-LOANTBL
               INVALID KEY
                   MOVE "ローン種別なし"   TO WS-ERR-RIYU
                   PERFORM 7100-WRITE-ERROR
                   GO TO 2900-NEXT-TRAN
           END-READ
           IF  OMT-KAISUU < QTS200-SHOKAISUKAGEN
           OR  OMT-KAISUU > QTS200-SHOKAISUJOGEN
               MOVE "返済回数範囲外"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  OMT-KIJUNYMD = ZERO
               MOVE WS-TODAY         TO WS-KIJUN-YMD
           ELSE
               MOVE OMT-KIJUNYMD     TO WS-KIJUN-YMD
           END-IF
           INITIALIZE QTS290-REC
           MOVE OMT-PRMKIGYOUCD      TO QTS290-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO QTS290-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO QTS290-PRMNAIBUKAIINNO
           MOVE OMT-UKETSUKEYMD      TO QTS290-PRMUKETSUKEYMD
           MOVE WS-KIJUN-YMD         TO QTS290-KIJUNYMD
           MOVE ZERO                 TO WS-GAIBUKAIINNO
           MOVE SPACES               TO WS-AITESAKINO
           MOVE ZERO                 TO WS-RITSU-SEKI
           MOVE "N"                  TO WS-NG-SW
           PERFORM 2100-QUOTE-KYU THRU 2100-EXIT
                   VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > 5 OR WS-NG
           IF  WS-NG
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE ZERO                 TO WS-ERR-MEISAI
           IF  QTS290-KYUKENSU < 2
               MOVE "対象貸付２件未満" TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
      *    融資額上限は万円単位（ゼロは上限なし）
           COMPUTE WS-JOGEN-KNG = QTS200-SHOYUSIGAKUJOGEN * 10000
           IF  WS-JOGEN-KNG > ZERO
           AND QTS290-KYUKANSAIGOKEI > WS-JOGEN-KNG
               MOVE "融資額範囲外"     TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE WS-GAIBUKAIINNO      TO QTS290-GAIBUKAIINNO
           COMPUTE QTS290-KYUHEIKINRIRITSU ROUNDED =
               WS-RITSU-SEKI / QTS290-KYUKANSAIGOKEI
           PERFORM 2300-CALC-SHIN
           PERFORM 2400-HANTEI
           MOVE WS-TODAY             TO QTS290-MITSUMORIYMD
           PERFORM 6000-WRITE-LIST
           IF  OMT-ACTIONKBN = 2
               IF  QTS290-OMATOMESTS = "1"
                   PERFORM 3000-EXECUTE
               ELSE
                   MOVE "借換え後条件不利" TO WS-ERR-RIYU
                   PERFORM 7100-WRITE-ERROR
               END-IF
           END-IF
           MOVE WS-TODAY             TO QTS290-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS290-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS290-SVRKOUSHINYMD
           IF  WS-HIT
               REWRITE QTS290-REC
           ELSE
               WRITE QTS290-REC
           END-IF
           ADD 1 TO WS-MITSUMORI-COUNT.

       2900-NEXT-TRAN.
           READ OMATOME-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 旧貸付１件の完済見積。実行管理に登録のある貸付は振込済のも
      * のに限る（登録のない旧来の手作業実行分は予定明細だけで見る）。
      * 現行版の返済予定のうち支払予定日が完済基準日より後の回を残
      * 回数とし（QTS104Mの経過月数による残回数と同じ考え方）、その
      * 元本の合計を完済金額、利息の合計を未経過利息とする。月額返
      * 済額は基準日後最初の回の元利合計とする。
       2100-QUOTE-KYU.
           IF  OMT-KYUMEISAI(WS-KX) = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE OMT-KYUMEISAI(WS-KX) TO WS-ERR-MEISAI
           ADD 1                     TO QTS290-KYUKENSU
           MOVE OMT-KYUMEISAI(WS-KX) TO QTS290-KYUMEISAI(WS-KX)
           MOVE OMT-PRMKIGYOUCD      TO QTS270-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO QTS270-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO QTS270-PRMNAIBUKAIINNO
           MOVE OMT-KYUMEISAI(WS-KX) TO QTS270-PRMNYUKINMEISAI
           READ QTS270-JIKKO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS270-JIKKOSTS NOT = "2"
                       MOVE "対象貸付状態不正" TO WS-ERR-RIYU
                       SET WS-NG TO TRUE
                       GO TO 2100-EXIT
                   END-IF
                   IF  WS-GAIBUKAIINNO = ZERO
                       MOVE QTS270-GAIBUKAIINNO TO WS-GAIBUKAIINNO
                       MOVE QTS270-AITESAKINO   TO WS-AITESAKINO
                   END-IF
           END-READ
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE OMT-PRMKIGYOUCD      TO QTS210-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO QTS210-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO QTS210-PRMNAIBUKAIINNO
           MOVE OMT-KYUMEISAI(WS-KX) TO QTS210-PRMNYUKINMEISAI
           MOVE ZERO                 TO QTS210-PRMSCHEDULEVER
           MOVE ZERO                 TO QTS210-PRMKAISUU
           START QTS210-SCHEDULE KEY IS NOT LESS THAN QTS210-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2110-READ-YOTEI THRU 2110-EXIT UNTIL WS-SCAN-EOF
           IF  QTS290-KYUZANKAISU(WS-KX) = ZERO
               MOVE "対象貸付残なし"   TO WS-ERR-RIYU
               SET WS-NG TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD QTS290-KYUKANSAIGAKU(WS-KX) TO QTS290-KYUKANSAIGOKEI
           ADD QTS290-KYUGETSUGAKU(WS-KX)  TO QTS290-KYUGETSUGAKUGOKEI
           COMPUTE QTS290-KYUSOSHIHARAI = QTS290-KYUSOSHIHARAI
               + QTS290-KYUKANSAIGAKU(WS-KX)
               + QTS290-KYUMODOSHI(WS-KX)
           COMPUTE WS-RITSU-SEKI = WS-RITSU-SEKI
               + QTS290-KYUKANSAIGAKU(WS-KX)
               * QTS290-KYURIRITSU(WS-KX).

       2100-EXIT.
           EXIT.

       2110-READ-YOTEI.
           READ QTS210-SCHEDULE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF  QTS210-PRMKIGYOUCD     NOT = OMT-PRMKIGYOUCD
           OR  QTS210-PRMSUBRANGEKEY  NOT = OMT-PRMSUBRANGEKEY
           OR  QTS210-PRMNAIBUKAIINNO NOT = OMT-PRMNAIBUKAIINNO
           OR  QTS210-PRMNYUKINMEISAI NOT = OMT-KYUMEISAI(WS-KX)
               SET WS-SCAN-EOF TO TRUE
               GO TO 2110-EXIT
           END-IF
           IF  QTS210-YUKOFLG NOT = "1"
           OR  QTS210-SHIHARAIYMD <= WS-KIJUN-YMD
               GO TO 2110-EXIT
           END-IF
           ADD 1                  TO QTS290-KYUZANKAISU(WS-KX)
           ADD QTS210-GENPONGAKU  TO QTS290-KYUKANSAIGAKU(WS-KX)
           ADD QTS210-RISOKUGAKU  TO QTS290-KYUMODOSHI(WS-KX)
           IF  QTS290-KYUZANKAISU(WS-KX) = 1
               COMPUTE QTS290-KYUGETSUGAKU(WS-KX) =
                   QTS210-GENPONGAKU + QTS210-RISOKUGAKU
               MOVE QTS210-YAKUJORIRITSU
                                  TO QTS290-KYURIRITSU(WS-KX)
           END-IF.

       2110-EXIT.
           EXIT.

      * 新条件。融資額は完済金額の合計とし、利率無指定時は償還予定
      * 表作成（QTS211B）と同じく初回返済日時点の適用利率を採る。
      * 初回返済額・利息合計は勤務先承認依頼（QTS288B）と同じ見込
      * 計算とする。
       2300-CALC-SHIN.
           MOVE OMT-LOANSHUBETSU     TO QTS290-LOANSHUBETSU
           MOVE QTS290-KYUKANSAIGOKEI TO QTS290-YUSHIGAKU
           MOVE OMT-KAISUU           TO QTS290-KAISUU
           IF  OMT-KAISHIYMD = ZERO
               MOVE WS-KIJUN-YMD(1:4) TO WS-KAISHI-NEN
               MOVE WS-KIJUN-YMD(5:2) TO WS-KAISHI-TSUKI
               ADD 1 TO WS-KAISHI-TSUKI
               IF  WS-KAISHI-TSUKI > 12
                   MOVE 1 TO WS-KAISHI-TSUKI
                   ADD 1 TO WS-KAISHI-NEN
               END-IF
               COMPUTE QTS290-KAISHIYMD =
                   WS-KAISHI-NEN * 10000 + WS-KAISHI-TSUKI * 100
                   + 27
           ELSE
               MOVE OMT-KAISHIYMD    TO QTS290-KAISHIYMD
           END-IF
           IF  OMT-RIRITSU = ZERO
               MOVE QTS200-SHOYAKUJORIRITSU TO QTS290-RIRITSU
               PERFORM 2200-RESOLVE-RATE
           ELSE
               MOVE OMT-RIRITSU      TO QTS290-RIRITSU
           END-IF
           DIVIDE QTS290-YUSHIGAKU BY QTS290-KAISUU
               GIVING WS-GENPON-KAI
           COMPUTE QTS290-SHOKAIGAKU ROUNDED =
               WS-GENPON-KAI
               + QTS290-YUSHIGAKU * QTS290-RIRITSU / 1200
           COMPUTE WS-RISOKU-GOKEI ROUNDED =
               QTS290-YUSHIGAKU * QTS290-RIRITSU
               * (QTS290-KAISUU + 1) / 2400
           COMPUTE QTS290-SOSHIHARAI =
               QTS290-YUSHIGAKU + WS-RISOKU-GOKEI.

       2200-RESOLVE-RATE.
           MOVE "N" TO WS-RATE-EOF-SW
           MOVE OMT-LOANSHUBETSU     TO QTS201-PRMLOANSHUBETSU
           MOVE ZERO                 TO QTS201-PRMYUKOKAISHI
           START QTS201-RATETBL KEY >= QTS201-PRM
               INVALID KEY SET WS-RATE-EOF TO TRUE
           END-START
           PERFORM 2210-READ-RATE UNTIL WS-RATE-EOF.

       2210-READ-RATE.
           READ QTS201-RATETBL NEXT
               AT END SET WS-RATE-EOF TO TRUE
           END-READ
           IF  NOT WS-RATE-EOF
               IF  QTS201-PRMLOANSHUBETSU = OMT-LOANSHUBETSU
                   IF  QTS201-PRMYUKOKAISHI <= QTS290-KAISHIYMD
                       MOVE QTS201-YAKUJORIRITSU TO QTS290-RIRITSU
                   END-IF
               ELSE
                   SET WS-RATE-EOF TO TRUE
               END-IF
           END-IF.

      * 借換え後が借換え前より不利でないことの判定。３項目とも借換え
      * 前以下のときに限り見積済（１）とし、実行を認める。
       2400-HANTEI.
           MOVE "1"                  TO QTS290-OMATOMESTS
           IF  QTS290-RIRITSU <= QTS290-KYUHEIKINRIRITSU
               MOVE "1"              TO QTS290-RIRITSUHANTEI
           ELSE
               MOVE "2"              TO QTS290-RIRITSUHANTEI
               MOVE "5"              TO QTS290-OMATOMESTS
           END-IF
           IF  QTS290-SHOKAIGAKU <= QTS290-KYUGETSUGAKUGOKEI
               MOVE "1"              TO QTS290-GETSUGAKUHANTEI
           ELSE
               MOVE "2"              TO QTS290-GETSUGAKUHANTEI
               MOVE "5"              TO QTS290-OMATOMESTS
           END-IF
           IF  QTS290-SOSHIHARAI <= QTS290-KYUSOSHIHARAI
               MOVE "1"              TO QTS290-SOGAKUHANTEI
           ELSE
               MOVE "2"              TO QTS290-SOGAKUHANTEI
               MOVE "5"              TO QTS290-OMATOMESTS
           END-IF.

      ****************************************************************
      * おまとめ実行。新貸付の入金明細番号は実行管理・予定明細上の *
      * 会員の最大の続きとし（QTS270Bと同じ採番）、新貸付の登録・ *
      * 旧貸付の完済・予定表作成指示を行う。                       *
      ****************************************************************
       3000-EXECUTE.
           MOVE ZERO                 TO WS-MAX-MEISAI
           PERFORM 3100-SCAN-JIKKO
           PERFORM 3200-SCAN-SCHEDULE
           ADD 1                     TO WS-MAX-MEISAI
           PERFORM 3300-WRITE-JIKKO
           PERFORM 3400-CLOSE-KYU
                   VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 5
           MOVE 5                    TO SCT-ACTIONKBN
           MOVE OMT-PRMKIGYOUCD      TO SCT-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO SCT-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO SCT-PRMNAIBUKAIINNO
           MOVE WS-MAX-MEISAI        TO SCT-PRMNYUKINMEISAI
           MOVE QTS290-LOANSHUBETSU  TO SCT-LOANSHUBETSU
           MOVE QTS290-YUSHIGAKU     TO SCT-YUSHIGAKU
           MOVE QTS290-KAISUU        TO SCT-KAISUU
           MOVE QTS290-RIRITSU       TO SCT-RIRITSU
           MOVE QTS290-KAISHIYMD     TO SCT-KAISHIYMD
           WRITE SCHED-TRAN-REC
           MOVE "2"                  TO QTS290-OMATOMESTS
           MOVE WS-MAX-MEISAI        TO QTS290-SHINMEISAI
           MOVE WS-TODAY             TO QTS290-JIKKOYMD
           ADD 1 TO WS-JIKKO-COUNT.

       3100-SCAN-JIKKO.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE OMT-PRMKIGYOUCD      TO QTS270-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO QTS270-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO QTS270-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS270-PRMNYUKINMEISAI
           START QTS270-JIKKO KEY IS NOT LESS THAN QTS270-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3110-READ-JIKKO UNTIL WS-SCAN-EOF.

       3110-READ-JIKKO.
           READ QTS270-JIKKO NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS270-PRMKIGYOUCD     = OMT-PRMKIGYOUCD
               AND QTS270-PRMSUBRANGEKEY  = OMT-PRMSUBRANGEKEY
               AND QTS270-PRMNAIBUKAIINNO = OMT-PRMNAIBUKAIINNO
                   MOVE QTS270-PRMNYUKINMEISAI TO WS-MAX-MEISAI
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       3200-SCAN-SCHEDULE.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE OMT-PRMKIGYOUCD      TO QTS210-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO QTS210-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO QTS210-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS210-PRMNYUKINMEISAI
           MOVE ZERO                 TO QTS210-PRMSCHEDULEVER
           MOVE ZERO                 TO QTS210-PRMKAISUU
           START QTS210-SCHEDULE KEY IS NOT LESS THAN QTS210-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3210-READ-SCHEDULE UNTIL WS-SCAN-EOF.

       3210-READ-SCHEDULE.
           READ QTS210-SCHEDULE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS210-PRMKIGYOUCD     = OMT-PRMKIGYOUCD
               AND QTS210-PRMSUBRANGEKEY  = OMT-PRMSUBRANGEKEY
               AND QTS210-PRMNAIBUKAIINNO = OMT-PRMNAIBUKAIINNO
                   IF  QTS210-PRMNYUKINMEISAI > WS-MAX-MEISAI
                       MOVE QTS210-PRMNYUKINMEISAI TO WS-MAX-MEISAI
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 新貸付は振込を伴わないため振込済で登録し、契約区分をおまと
      * め（１）とする。総量規制遵守チェック（QTS115B）はこの区分で
      * 例外貸付を識別する。
       3300-WRITE-JIKKO.
           INITIALIZE QTS270-REC
           MOVE OMT-PRMKIGYOUCD      TO QTS270-PRMKIGYOUCD
           MOVE OMT-PRMSUBRANGEKEY   TO QTS270-PRMSUBRANGEKEY
           MOVE OMT-PRMNAIBUKAIINNO  TO QTS270-PRMNAIBUKAIINNO
           MOVE WS-MAX-MEISAI        TO QTS270-PRMNYUKINMEISAI
           MOVE WS-GAIBUKAIINNO      TO QTS270-GAIBUKAIINNO
           MOVE ZERO                 TO QTS270-UKETSUKEDATE
           MOVE WS-AITESAKINO        TO QTS270-AITESAKINO
           MOVE QTS290-LOANSHUBETSU  TO QTS270-LOANSHUBETSU
           MOVE QTS290-YUSHIGAKU     TO QTS270-YUSHIGAKU
           MOVE QTS290-KAISUU        TO QTS270-KAISUU
           MOVE QTS290-RIRITSU       TO QTS270-RIRITSU
           MOVE QTS290-KAISHIYMD     TO QTS270-KAISHIYMD
           MOVE WS-TODAY             TO QTS270-IRAIYMD
           MOVE WS-TODAY             TO QTS270-FURIKOMIYMD
           MOVE "2"                  TO QTS270-JIKKOSTS
           MOVE ZERO                 TO QTS270-KEKKACD
           MOVE WS-TODAY             TO QTS270-KEKKAYMD
           MOVE "1"                  TO QTS270-KEIYAKUKBN
           MOVE WS-TODAY             TO QTS270-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS270-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS270-SVRKOUSHINYMD
           WRITE QTS270-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS290B: JIKKO WRITE NG " QTS270-PRM
           END-WRITE.

      * 旧貸付を完済とする。実行管理の登録は実行状況８とし、予定表
      * は償還予定表作成（QTS211B）の区分９で現行版を失効させる。
       3400-CLOSE-KYU.
           IF  QTS290-KYUMEISAI(WS-KX) NOT = ZERO
               MOVE OMT-PRMKIGYOUCD      TO QTS270-PRMKIGYOUCD
               MOVE OMT-PRMSUBRANGEKEY   TO QTS270-PRMSUBRANGEKEY
               MOVE OMT-PRMNAIBUKAIINNO  TO QTS270-PRMNAIBUKAIINNO
               MOVE QTS290-KYUMEISAI(WS-KX)
                                         TO QTS270-PRMNYUKINMEISAI
               READ QTS270-JIKKO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "8"          TO QTS270-JIKKOSTS
                       MOVE WS-TODAY     TO QTS270-SVRKOUSHINYMD
                       REWRITE QTS270-REC
               END-READ
               INITIALIZE SCHED-TRAN-REC
               MOVE 9                    TO SCT-ACTIONKBN
               MOVE OMT-PRMKIGYOUCD      TO SCT-PRMKIGYOUCD
               MOVE OMT-PRMSUBRANGEKEY   TO SCT-PRMSUBRANGEKEY
               MOVE OMT-PRMNAIBUKAIINNO  TO SCT-PRMNAIBUKAIINNO
               MOVE QTS290-KYUMEISAI(WS-KX)
                                         TO SCT-PRMNYUKINMEISAI
               WRITE SCHED-TRAN-REC
               ADD 1 TO WS-KANSAI-COUNT
           END-IF.

      * 見積リスト。旧貸付ごとの完済見積の後に、借換え前合計と新条件
      * の行を出し、判定（利率・月額・総額の順に１:以下 ２:超過）を
      * 付ける。
       6000-WRITE-LIST.
           PERFORM 6100-WRITE-KYU
                   VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > 5
           MOVE SPACES               TO WS-MT-HANTEI
           MOVE OMT-PRMNAIBUKAIINNO  TO WS-MT-KAIINNO
           MOVE ZERO                 TO WS-MT-MEISAI
           MOVE QTS290-KYUHEIKINRIRITSU TO WS-MT-RIRITSU
           MOVE ZERO                 TO WS-MT-KAISU
           MOVE QTS290-KYUKANSAIGOKEI TO WS-MT-KANSAI
           COMPUTE WS-MT-MODOSHI =
               QTS290-KYUSOSHIHARAI - QTS290-KYUKANSAIGOKEI
           MOVE QTS290-KYUGETSUGAKUGOKEI TO WS-MT-GETSUGAKU
           MOVE QTS290-KYUSOSHIHARAI TO WS-MT-SOSHIHARAI
           MOVE "旧合計"             TO WS-MT-KBN
           MOVE WS-MT-LINE           TO MITSUMORI-LIST-LINE
           WRITE MITSUMORI-LIST-LINE
           MOVE ZERO                 TO WS-MT-MEISAI
           MOVE QTS290-RIRITSU       TO WS-MT-RIRITSU
           MOVE QTS290-KAISUU        TO WS-MT-KAISU
           MOVE QTS290-YUSHIGAKU     TO WS-MT-KANSAI
           MOVE WS-RISOKU-GOKEI      TO WS-MT-MODOSHI
           MOVE QTS290-SHOKAIGAKU    TO WS-MT-GETSUGAKU
           MOVE QTS290-SOSHIHARAI    TO WS-MT-SOSHIHARAI
           MOVE QTS290-HANTEI        TO WS-MT-HANTEI
           IF  OMT-ACTIONKBN = 2
               MOVE "新実行"         TO WS-MT-KBN
           ELSE
               MOVE "新見積"         TO WS-MT-KBN
           END-IF
           MOVE WS-MT-LINE           TO MITSUMORI-LIST-LINE
           WRITE MITSUMORI-LIST-LINE.

       6100-WRITE-KYU.
           IF  QTS290-KYUMEISAI(WS-KX) NOT = ZERO
               MOVE SPACES                  TO WS-MT-HANTEI
               MOVE OMT-PRMNAIBUKAIINNO     TO WS-MT-KAIINNO
               MOVE QTS290-KYUMEISAI(WS-KX) TO WS-MT-MEISAI
               MOVE QTS290-KYURIRITSU(WS-KX) TO WS-MT-RIRITSU
               MOVE QTS290-KYUZANKAISU(WS-KX) TO WS-MT-KAISU
               MOVE QTS290-KYUKANSAIGAKU(WS-KX) TO WS-MT-KANSAI
               MOVE QTS290-KYUMODOSHI(WS-KX) TO WS-MT-MODOSHI
               MOVE QTS290-KYUGETSUGAKU(WS-KX) TO WS-MT-GETSUGAKU
               COMPUTE WS-MT-SOSHIHARAI =
                   QTS290-KYUKANSAIGAKU(WS-KX)
                   + QTS290-KYUMODOSHI(WS-KX)
               MOVE "旧貸付"                TO WS-MT-KBN
               MOVE WS-MT-LINE              TO MITSUMORI-LIST-LINE
               WRITE MITSUMORI-LIST-LINE
           END-IF.

       7100-WRITE-ERROR.
           MOVE OMT-PRMNAIBUKAIINNO  TO WS-ERR-KAIINNO
           MOVE OMT-UKETSUKEYMD      TO WS-ERR-UKETSUKEYMD
           MOVE WS-ERR-LINE          TO OMATOME-ERRLIST-LINE
           WRITE OMATOME-ERRLIST-LINE
           ADD 1                     TO WS-ERROR-COUNT.

       9000-TERMINATE.
           DISPLAY "QTS290B: MITSUMORI=" WS-MITSUMORI-COUNT
                   " JIKKO=" WS-JIKKO-COUNT
                   " KANSAI=" WS-KANSAI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           IF  WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE OMATOME-TRANFILE
           CLOSE QTS200-LOANTBL
           CLOSE QTS201-RATETBL
           CLOSE QTS210-SCHEDULE
           CLOSE QTS270-JIKKO
           CLOSE QTS290-OMATOME
           CLOSE SCHED-TRANFILE
           CLOSE MITSUMORI-LIST
           CLOSE OMATOME-ERRLIST.
