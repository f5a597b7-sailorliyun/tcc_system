      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/02   *
      *   000002   引当仕訳に翌月洗替を追加      FIP      26/09/03   *
      *   000003   法的手続中バケットの追加      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS233B.
           SELECT  QTS018-CASE     ASSIGN TO "QTS018"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS018-STATUS.
           SELECT  QTS282-HOUTEKI  ASSIGN TO "QTS282"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS282-SEG
                   FILE STATUS IS WS-QTS282-STATUS.
           SELECT  QTS233-CTLFILE  ASSIGN TO "QTS233"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
       FD  HIKI-PARAMFILE.
       01  HIKI-PARAM-REC.
           05  PRM-BUCKETKBN           PIC 9(01).
      *        0-5:延滞バケット  6:法的手続中  7:回収案件・保証請求中
      *        8:債務名義取得・強制執行中
           05  PRM-SONSHITSURITSU      PIC 999V99.
      *        予想損失率（％）
       FD  QTS100-BUNKAI.
       FD  QTS018-CASE.
       01  QTS018-REC.
           COPY QTS018 REPLACING ==()== BY ==QTS018==.
       FD  QTS282-HOUTEKI.
       01  QTS282-REC.
           COPY QTS282 REPLACING ==()== BY ==QTS282==.
       FD  QTS233-CTLFILE.
       01  QTS233-REC.
           COPY QTS233 REPLACING ==()== BY ==QTS233==.
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS018-STATUS        PIC X(02).
       01  WS-QTS233-STATUS        PIC X(02).
       01  WS-QTS282-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HIKIATE-KNG          PIC S9(11).
       01  WS-HIKIATE-TOTAL        PIC S9(13)    VALUE ZERO.
       01  WS-TAISHO-TOTAL         PIC S9(13)    VALUE ZERO.
      * バケット別予想損失率（添字＝バケット＋１、６・８は法的手続、
      * ７は回収案件）
       01  WS-RITSU-TBL.
           05  WS-RT-RITSU         OCCURS 9      PIC 999V99.
      * 会員別延滞集計（残高・最大延滞日数・回収案件フラグ）
       01  WS-MEM-TBL.
           05  WS-MEM-ENT          OCCURS 30000.
             07  WS-MM-ZANKNG      PIC S9(11).
             07  WS-MM-MAXNISSU    PIC S9(05).
             07  WS-MM-CASEFLG     PIC X(01).
             07  WS-MM-HOUTEKI     PIC 9(01).
      * バケット遷移マトリクス（前回0-8×今回0-8の件数）
       01  WS-IDO-TBL.
           05  WS-ID-ROW           OCCURS 9.
             07  WS-ID-COL         OCCURS 9      PIC 9(07).
       01  WS-ZX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-ZX-DISP              PIC 9(01)     VALUE ZERO.
       01  WS-KX                   PIC 9(02)     VALUE ZERO  COMP.
      * バケット別の当月対象残高・引当額
       01  WS-BK-TBL.
           05  WS-BK-ENT           OCCURS 9.
             07  WS-BK-KENSU       PIC 9(07).
             07  WS-BK-ZANKNG      PIC S9(13).
             07  WS-BK-HIKIATE     PIC S9(13).
       01  WS-RPT-LINE.
           05  WS-RP-MIDASHI       PIC X(08).
           05  WS-RP-COL           OCCURS 9.
             07  WS-RP-KENSU       PIC ZZZZZZ9.
             07  FILLER            PIC X(01)     VALUE SPACES.
       01  WS-BK-LINE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MARK-CASE UNTIL WS-EOF
           PERFORM 2300-OPEN-HOUTEKI
           PERFORM 2400-MARK-HOUTEKI UNTIL WS-EOF
           PERFORM 2500-OPEN-BUNKAI
           PERFORM 3000-SUM-MEMBER UNTIL WS-EOF
           PERFORM 4000-PROVISION-ALL
           MOVE 25.00 TO WS-RT-RITSU(4)
           MOVE 50.00 TO WS-RT-RITSU(5)
           MOVE 80.00 TO WS-RT-RITSU(6)
           MOVE 90.00 TO WS-RT-RITSU(7)
           MOVE 90.00 TO WS-RT-RITSU(8)
           MOVE 80.00 TO WS-RT-RITSU(9)
           OPEN INPUT  HIKI-PARAMFILE
           READ HIKI-PARAMFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1100-LOAD-RITSU.
           IF  PRM-BUCKETKBN <= 8
               MOVE PRM-SONSHITSURITSU
                   TO WS-RT-RITSU(PRM-BUCKETKBN + 1)
           END-IF
                   TO WS-MM-KAIINNO(WS-MX)
           END-IF.

       2300-OPEN-HOUTEKI.
           CLOSE QTS018-CASE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS282-HOUTEKI
           READ QTS282-HOUTEKI
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 法的手続中の会員を会員表に先登録し、手続段階に応じた
      * バケット（申立・提訴から審理中は６、判決・命令確定後の
      * 強制執行までは８）を保持する。同一会員に複数の事件が
      * あれば大きい方をとる。
       2400-MARK-HOUTEKI.
           EVALUATE QTS282-TETSUZUKISTS
               WHEN "2"
               WHEN "3"
                   PERFORM 2410-FIND-MEMBER282
                   IF  WS-MM-HOUTEKI(WS-MX) < 6
                       MOVE 6 TO WS-MM-HOUTEKI(WS-MX)
                   END-IF
               WHEN "4"
               WHEN "5"
                   PERFORM 2410-FIND-MEMBER282
                   MOVE 8 TO WS-MM-HOUTEKI(WS-MX)
           END-EVALUATE
           READ QTS282-HOUTEKI
               AT END SET WS-EOF TO TRUE
           END-READ.

       2410-FIND-MEMBER282.
           MOVE "N" TO WS-HIT-SW
           PERFORM 2420-COMPARE-MEMBER282
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MEM-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-MX
           ELSE
               IF  WS-MEM-MAX >= 30000
                   DISPLAY "QTS233B: KAIIN TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MEM-MAX
               MOVE WS-MEM-MAX TO WS-MX
               MOVE QTS282-PRMKIGYOUCD
                   TO WS-MM-KIGYOUCD(WS-MX)
               MOVE QTS282-PRMSUBRANGEKEY
                   TO WS-MM-SUBRANGE(WS-MX)
               MOVE QTS282-PRMNAIBUKAIINNO
                   TO WS-MM-KAIINNO(WS-MX)
           END-IF.

       2420-COMPARE-MEMBER282.
           IF  WS-MM-KIGYOUCD(WS-MX) = QTS282-PRMKIGYOUCD
           AND WS-MM-SUBRANGE(WS-MX) = QTS282-PRMSUBRANGEKEY
           AND WS-MM-KAIINNO(WS-MX)  = QTS282-PRMNAIBUKAIINNO
               SET WS-HIT TO TRUE
           END-IF.

       2500-OPEN-BUNKAI.
           CLOSE QTS282-HOUTEKI
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
               UNTIL WS-MX > WS-MEM-MAX.

      * 会員ごとにバケットを確定し、損失率を乗じた引当額を求める。
      * 法的手続中の会員は手続段階のバケット（６・８）、回収案件
      * 会員はバケット７（案件別率）とする。前回バケット
      * との遷移をマトリクスへ積み、管理ファイルを更新する。
       4100-PROVISION-ONE.
           EVALUATE TRUE
               WHEN WS-MM-HOUTEKI(WS-MX) NOT = ZERO
                   MOVE WS-MM-HOUTEKI(WS-MX) TO WS-BUCKET
               WHEN WS-MM-CASEFLG(WS-MX) = "1"
                   MOVE 7 TO WS-BUCKET
               WHEN WS-MM-MAXNISSU(WS-MX) <= ZERO
       7000-PRINT-REPORT.
           PERFORM 7100-PRINT-BUCKET
               VARYING WS-ZX FROM 1 BY 1
               UNTIL WS-ZX > 9
           PERFORM 7200-PRINT-IDOU
               VARYING WS-ZX FROM 1 BY 1
               UNTIL WS-ZX > 9.

       7100-PRINT-BUCKET.
           COMPUTE WS-BL-BUCKET = WS-ZX - 1
           STRING "MAE=" WS-ZX-DISP DELIMITED BY SIZE
               INTO WS-RP-MIDASHI
           PERFORM VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > 9
               MOVE WS-ID-COL(WS-ZX WS-KX)
                   TO WS-RP-KENSU(WS-KX)
           END-PERFORM
