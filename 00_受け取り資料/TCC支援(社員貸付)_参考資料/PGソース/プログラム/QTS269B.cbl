      *8...........2.........3.........4.........5........6........7.........8
      *    QTS269B
      ****************************************************************
      *                資金繰り予測バッチ（日次）                    *
      *                （９０日入出金予測・予実比較）                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   早期入金済売上を支払見込除外  FIP      26/10/15   *
      ****************************************************************
      *    財務部へ毎朝提出する資金繰り予測を作成する。当日から９０
      *    日先までの日ごとに
      *      入金：口座振替依頼（QTS092）の結果未取込分
      *            コンビニ払込票（QTS094）の未収納分
      *            給与天引依頼（QTS097）の結果未取込分
      *            請求未作成の月の返済予定明細（QTS210）
      *      出金：加盟店支払（QTS078Bの未支払月の利用明細・保留
      *            持越分）
      *            承認済の過入金返金（QTS191）
      *            貸付実行（直近実績の営業日平均）
      *    を予測し、入金は過去の不能率（口座振替・給与天引）・期限
      *    切率（コンビニ）で割り引く。不能率は遡り日数内に結果の
      *    出た依頼の金額比とする。日付は営業日カレンダー（QTS240）
      *    で補正する。
      *    予測は資金繰り予測ファイル（QTS269）へ対象日ごとに置き
      *    換え、過ぎた対象日は入金計上（QTS090）・返金振込・貸付
      *    実行・加盟店支払実績（QTS078JS）を集計して予測と比較
      *    する。入金計上は後日計上もあるため、実績は再集計日数の
      *    範囲で毎日集計し直す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS269B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  YOSOKU-PARAM    ASSIGN TO "QTS269PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS092-IRAIFILE ASSIGN TO "QTS092"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS092-STATUS.
           SELECT  QTS094-SLIPFILE ASSIGN TO "QTS094"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS094-STATUS.
           SELECT  QTS097-IRAIFILE ASSIGN TO "QTS097"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS097-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS191-HENKIN   ASSIGN TO "QTS191"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS191-SEG
                   FILE STATUS IS WS-QTS191-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS276-SENBARAI ASSIGN TO "QTS276"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS276-PRMURITUUBAN
                   FILE STATUS IS WS-QTS276-STATUS.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
           SELECT  JISSEKI-INFILE  ASSIGN TO "QTS078JS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JISSEKI-STATUS.
           SELECT  HORYU-INFILE    ASSIGN TO "QTS078CF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HORYU-STATUS.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
           SELECT  QTS269-YOSOKU   ASSIGN TO "QTS269"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS269-SEG
                   FILE STATUS IS WS-QTS269-STATUS.
           SELECT  YOSOKU-RPTFILE  ASSIGN TO "QTS269RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  YOSOKU-PARAM.
       01  YOSOKU-PARAM-REC.
           05  PRM-KAKO-NISSU          PIC 9(03).
      *        不能率・貸付実行平均の遡り日数（既定１８０日）
           05  PRM-JSK-NISSU           PIC 9(02).
      *        実績を再集計する日数（既定７日、最大３１日）
           05  PRM-TENBIKI-DD          PIC 9(02).
      *        給与天引の入金日（請求月の日、既定２５日）
           05  PRM-KAMEI-DD            PIC 9(02).
      *        加盟店支払日（計上月の翌月の日、既定１０日）
      *        日の指定は２８日までとする
       FD  QTS092-IRAIFILE.
       01  QTS092-REC.
           COPY QTS092 REPLACING ==()== BY ==QTS092==.
       FD  QTS094-SLIPFILE.
       01  QTS094-REC.
           COPY QTS094 REPLACING ==()== BY ==QTS094==.
       FD  QTS097-IRAIFILE.
       01  QTS097-REC.
           COPY QTS097 REPLACING ==()== BY ==QTS097==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS191-HENKIN.
       01  QTS191-REC.
           COPY QTS191 REPLACING ==()== BY ==QTS191==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS276-SENBARAI.
       01  QTS276-REC.
           COPY QTS276 REPLACING ==()== BY ==QTS276==.
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  JISSEKI-INFILE.
      *    加盟店支払実績（QTS078Bが回ごとに追記）
       01  JISSEKI-IN-REC.
           05  JSI-SHIHARAIYMD         PIC 9(08).
           05  JSI-TAISHONENGETU       PIC 9(06).
           05  JSI-KINGAKU             PIC S9(13)
                                   SIGN IS LEADING SEPARATE.
           05  JSI-KENSU               PIC 9(07).
       FD  HORYU-INFILE.
      *    加盟店支払の保留持越（QTS078Bの当回作成分）
       01  HORYU-IN-REC.
           05  CFI-SIHARAISAKINO       PIC 9(07).
           05  CFI-KAMEITENNO          PIC X(10).
           05  CFI-KINGAKU             PIC S9(11)
                                   SIGN IS LEADING SEPARATE.
           05  CFI-KAIJOYMD            PIC 9(08).
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  QTS269-YOSOKU.
       01  QTS269-REC.
           COPY QTS269 REPLACING ==()== BY ==QTS269==.
       FD  YOSOKU-RPTFILE.
       01  YOSOKU-RPT-LINE             PIC X(120).
       WORKING-STORAGE             SECTION.
       01  WS-QTS092-STATUS        PIC X(02).
       01  WS-QTS094-STATUS        PIC X(02).
       01  WS-QTS097-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS191-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS276-STATUS        PIC X(02).
       01  WS-QTS090-STATUS        PIC X(02).
       01  WS-JISSEKI-STATUS       PIC X(02).
       01  WS-HORYU-STATUS         PIC X(02).
       01  WS-QTS240-STATUS        PIC X(02).
       01  WS-QTS269-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TODAY-INT            PIC 9(08).
       01  WS-WORK-INT             PIC 9(08).
       01  WS-SA-NISSU             PIC S9(08).
      * 不能率・貸付実行平均を求める期間の開始日
       01  WS-KAKO-YMD             PIC 9(08).
       01  WS-KAKO-INT             PIC 9(08).
      * 実績を再集計する期間の開始日
       01  WS-JSK-YMD              PIC 9(08).
       01  WS-JSK-INT              PIC 9(08).
      * 請求作成済の最終請求年月（これより後の月は返済予定明細から
      * 入金を見込む）と、加盟店支払済の最終計上年月
       01  WS-SEIKYU-NENGETU       PIC 9(06)     VALUE ZERO.
       01  WS-SHIHARAI-NENGETU     PIC 9(06)     VALUE ZERO.
       01  WS-YM-WK.
           05  WS-YM-NEN           PIC 9(04).
           05  WS-YM-TSUKI         PIC 9(02).
       01  WS-YM-WK-R              REDEFINES WS-YM-WK
                                   PIC 9(06).
      * 不能率の算出（結果の出た依頼金額と不能金額）
       01  WS-FURIKAE-KEKKA        PIC S9(13)    VALUE ZERO.
       01  WS-FURIKAE-FUNOU        PIC S9(13)    VALUE ZERO.
       01  WS-CVS-KEKKA            PIC S9(13)    VALUE ZERO.
       01  WS-CVS-KIGENGIRE        PIC S9(13)    VALUE ZERO.
       01  WS-TENBIKI-KEKKA        PIC S9(13)    VALUE ZERO.
       01  WS-TENBIKI-FUNOU        PIC S9(13)    VALUE ZERO.
       01  WS-FURIKAE-RITSU        PIC 9V9(04)   VALUE ZERO.
       01  WS-CVS-RITSU            PIC 9V9(04)   VALUE ZERO.
       01  WS-TENBIKI-RITSU        PIC 9V9(04)   VALUE ZERO.
      * 貸付実行の営業日平均
       01  WS-YUSHI-RUIKEI         PIC S9(13)    VALUE ZERO.
       01  WS-YUSHI-EIGYOBI        PIC 9(05)     VALUE ZERO.
       01  WS-YUSHI-HEIKIN         PIC S9(13)    VALUE ZERO.
       01  WS-KINGAKU              PIC S9(13).
       01  WS-RUIKEI-NET           PIC S9(15)    VALUE ZERO.
       01  WS-KAMEI-KEIJYOU-COUNT  PIC 9(07)     VALUE ZERO.
       01  WS-YOSOKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-HIKAKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-YOSOKUNASHI-COUNT    PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
      * 営業日補正（7800-ADJUST-EIGYOBI）の作業域
       01  WS-CAL-YMD              PIC 9(08).
       01  WS-CAL-MOTO-YMD         PIC 9(08).
       01  WS-CAL-INT              PIC 9(08).
       01  WS-CAL-YOUBI            PIC 9(01).
       01  WS-CAL-KIJUN            PIC X(01).
      *    Z:全銀決済日基準  T:当社処理日基準
       01  WS-CAL-HOUKOU           PIC X(01).
      *    F:翌営業日  B:前営業日
      *    M:翌営業日（月を越える場合は前営業日）
       01  WS-CAL-SW               PIC X(01).
           88  WS-CAL-EIGYOBI                    VALUE "Y".
      * 予測表（当日を１とし９０日先まで）
       01  WS-YX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-YS-TBL.
           05  WS-YS-ENT           OCCURS 91.
             07  WS-YS-YMD         PIC 9(08).
             07  WS-YS-FURIKAE     PIC S9(13).
             07  WS-YS-CVS         PIC S9(13).
             07  WS-YS-TENBIKI     PIC S9(13).
             07  WS-YS-HENSAI      PIC S9(13).
             07  WS-YS-KAMEITEN    PIC S9(13).
             07  WS-YS-HENKIN      PIC S9(13).
             07  WS-YS-YUSHI       PIC S9(13).
      * 実績表（再集計開始日を１とし前日まで）
       01  WS-JX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-JS-TBL.
           05  WS-JS-ENT           OCCURS 31.
             07  WS-JS-FURIKAE     PIC S9(13).
             07  WS-JS-CVS         PIC S9(13).
             07  WS-JS-TENBIKI     PIC S9(13).
             07  WS-JS-KAMEITEN    PIC S9(13).
             07  WS-JS-HENKIN      PIC S9(13).
             07  WS-JS-YUSHI       PIC S9(13).
      * 加盟店未支払分の計上年月別集計
       01  WS-KM-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-KX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-KM-TBL.
           05  WS-KM-ENT           OCCURS 24.
             07  WS-KM-NENGETU     PIC 9(06).
             07  WS-KM-KNG         PIC S9(13).
       01  WS-MD-LINE.
           05  WS-MD-MIDASHI       PIC N(20).
       01  WS-RP-LINE.
           05  WS-RP-YMD           PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-NYUKIN        PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHUKIN        PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-NET           PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RUIKEI        PIC ---------------9.
       01  WS-HK-LINE.
           05  WS-HK-YMD           PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HK-YSKNYUKIN     PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HK-JSKNYUKIN     PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HK-YSKSHUKIN     PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HK-JSKSHUKIN     PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HK-YSKNET        PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HK-JSKNET        PIC -------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HK-SAGAKU        PIC -------------9.
       01  WS-SM-LINE.
           05  WS-SM-MIDASHI       PIC N(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SM-RITSU         PIC 9.9999.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FURIKAE
           PERFORM 2100-CVS
           PERFORM 2200-TENBIKI
           PERFORM 2300-SCHEDULE
           PERFORM 2400-HENKIN THRU 2400-EXIT
           PERFORM 2500-KAMEI-JISSEKI THRU 2500-EXIT
           PERFORM 2550-SET-SHIHARAI-NENGETU
           PERFORM 2600-KAMEI-MISHIHARAI
           PERFORM 2700-KAMEI-HORYU THRU 2700-EXIT
           PERFORM 2800-NYUKIN-JISSEKI
           PERFORM 3000-CALC-RITSU
           PERFORM 4000-WRITE-YOSOKU
               VARYING WS-YX FROM 1 BY 1
               UNTIL WS-YX > 91
           PERFORM 5000-HIKAKU THRU 5000-EXIT
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > PRM-JSK-NISSU
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-YS-TBL
           INITIALIZE WS-JS-TBL
           INITIALIZE WS-KM-TBL
           OPEN INPUT  YOSOKU-PARAM
           READ YOSOKU-PARAM
               AT END
                   MOVE 180 TO PRM-KAKO-NISSU
                   MOVE 07  TO PRM-JSK-NISSU
                   MOVE 25  TO PRM-TENBIKI-DD
                   MOVE 10  TO PRM-KAMEI-DD
           END-READ
           IF  PRM-KAKO-NISSU = ZERO
               MOVE 180 TO PRM-KAKO-NISSU
           END-IF
           IF  PRM-JSK-NISSU = ZERO
               MOVE 07  TO PRM-JSK-NISSU
           END-IF
           IF  PRM-JSK-NISSU > 31
               MOVE 31  TO PRM-JSK-NISSU
           END-IF
           IF  PRM-TENBIKI-DD = ZERO
           OR  PRM-TENBIKI-DD > 28
               MOVE 25  TO PRM-TENBIKI-DD
           END-IF
           IF  PRM-KAMEI-DD = ZERO
           OR  PRM-KAMEI-DD > 28
               MOVE 10  TO PRM-KAMEI-DD
           END-IF
           CLOSE YOSOKU-PARAM
           COMPUTE WS-KAKO-INT = WS-TODAY-INT - PRM-KAKO-NISSU
           MOVE FUNCTION DATE-OF-INTEGER(WS-KAKO-INT) TO WS-KAKO-YMD
           COMPUTE WS-JSK-INT = WS-TODAY-INT - PRM-JSK-NISSU
           MOVE FUNCTION DATE-OF-INTEGER(WS-JSK-INT) TO WS-JSK-YMD
           PERFORM 1100-SET-YMD
               VARYING WS-YX FROM 1 BY 1
               UNTIL WS-YX > 91
           OPEN INPUT  QTS240-CALENDAR
           OPEN I-O    QTS269-YOSOKU
           OPEN OUTPUT YOSOKU-RPTFILE.

       1100-SET-YMD.
           COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-YX - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-YS-YMD(WS-YX).

      ****************************************************************
      *    入金予測
      ****************************************************************
      * 口座振替。結果未取込の依頼は振替指定日（全銀基準で補正）に
      * 入金を見込む。指定日を過ぎて結果待ちのものは当日に寄せる。
      * 結果の出た依頼は遡り期間内の振替指定日のものを不能率の
      * 算出に使う。
       2000-FURIKAE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS092-IRAIFILE
           READ QTS092-IRAIFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2010-FURIKAE-ONE UNTIL WS-EOF
           CLOSE QTS092-IRAIFILE.

       2010-FURIKAE-ONE.
           IF  QTS092-PRMSEIKYUNENGETU > WS-SEIKYU-NENGETU
               MOVE QTS092-PRMSEIKYUNENGETU TO WS-SEIKYU-NENGETU
           END-IF
           IF  QTS092-KEKKASTS = SPACE
               MOVE QTS092-FURIKAEYMD TO WS-CAL-YMD
               MOVE "Z"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               PERFORM 7700-SET-YX
               IF  WS-YX > ZERO
                   ADD QTS092-IRAIKNG TO WS-YS-FURIKAE(WS-YX)
               END-IF
           ELSE
               IF  QTS092-FURIKAEYMD >= WS-KAKO-YMD
               AND QTS092-FURIKAEYMD <  WS-TODAY
                   ADD QTS092-IRAIKNG TO WS-FURIKAE-KEKKA
                   IF  QTS092-KEKKASTS NOT = "0"
                       ADD QTS092-IRAIKNG TO WS-FURIKAE-FUNOU
                   END-IF
               END-IF
           END-IF
           READ QTS092-IRAIFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * コンビニ払込票。未収納で支払期限が到来していないものは期限
      * 日（当社基準で補正）に入金を見込む。遡り期間内に期限の来た
      * 収納済・期限切の払込票から期限切率を求める。
       2100-CVS.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS094-SLIPFILE
           READ QTS094-SLIPFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2110-CVS-ONE UNTIL WS-EOF
           CLOSE QTS094-SLIPFILE.

       2110-CVS-ONE.
           IF  QTS094-SHUNOUSTS NOT = "9"
           AND QTS094-SEIKYUNENGETU > WS-SEIKYU-NENGETU
               MOVE QTS094-SEIKYUNENGETU TO WS-SEIKYU-NENGETU
           END-IF
           EVALUATE TRUE
               WHEN QTS094-SHUNOUSTS = SPACE
                AND QTS094-SHIHARAIKIGEN >= WS-TODAY
                   MOVE QTS094-SHIHARAIKIGEN TO WS-CAL-YMD
                   MOVE "T"          TO WS-CAL-KIJUN
                   MOVE "F"          TO WS-CAL-HOUKOU
                   PERFORM 7800-ADJUST-EIGYOBI
                   PERFORM 7700-SET-YX
                   IF  WS-YX > ZERO
                       ADD QTS094-SEIKYUKNG TO WS-YS-CVS(WS-YX)
                   END-IF
               WHEN (QTS094-SHUNOUSTS = "1" OR "2")
                AND QTS094-SHIHARAIKIGEN >= WS-KAKO-YMD
                AND QTS094-SHIHARAIKIGEN <  WS-TODAY
                   ADD QTS094-SEIKYUKNG TO WS-CVS-KEKKA
                   IF  QTS094-SHUNOUSTS = "2"
                       ADD QTS094-SEIKYUKNG TO WS-CVS-KIGENGIRE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ QTS094-SLIPFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 給与天引。依頼に給与支給日の項目がないため、請求月の入金日
      * （パラメータ、休日は前営業日へ補正）に入金を見込む。入金日
      * を過ぎて結果待ちのものは当日に寄せる。
       2200-TENBIKI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS097-IRAIFILE
           READ QTS097-IRAIFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2210-TENBIKI-ONE UNTIL WS-EOF
           CLOSE QTS097-IRAIFILE.

       2210-TENBIKI-ONE.
           IF  QTS097-PRMSEIKYUNENGETU > WS-SEIKYU-NENGETU
               MOVE QTS097-PRMSEIKYUNENGETU TO WS-SEIKYU-NENGETU
           END-IF
           IF  QTS097-KEKKASTS = SPACE
               COMPUTE WS-CAL-YMD =
                   QTS097-PRMSEIKYUNENGETU * 100 + PRM-TENBIKI-DD
               MOVE "Z"              TO WS-CAL-KIJUN
               MOVE "B"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               PERFORM 7700-SET-YX
               IF  WS-YX > ZERO
                   ADD QTS097-TENBIKIKNG TO WS-YS-TENBIKI(WS-YX)
               END-IF
           ELSE
               IF  QTS097-IRAIYMD >= WS-KAKO-YMD
               AND QTS097-IRAIYMD <  WS-TODAY
                   ADD QTS097-TENBIKIKNG TO WS-TENBIKI-KEKKA
                   IF  QTS097-KEKKASTS NOT = "0"
                       ADD QTS097-TENBIKIKNG TO WS-TENBIKI-FUNOU
                   END-IF
               END-IF
           END-IF
           READ QTS097-IRAIFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 返済予定明細。現行版の回のうち、請求作成済の最終請求年月
      * より後の月に支払予定日があるものを、支払予定日（全銀基準）
      * の入金として見込む（請求済の月は依頼側で見込み済のため
      * 二重に数えない）。あわせて各ローンの初版第１回から貸付実行
      * の実績（作成年月日、元本充当額＋支払後残高）を集計する。
       2300-SCHEDULE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS210-SCHEDULE
           READ QTS210-SCHEDULE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2310-SCHEDULE-ONE UNTIL WS-EOF
           CLOSE QTS210-SCHEDULE.

       2310-SCHEDULE-ONE.
           IF  QTS210-YUKOFLG = "1"
           AND QTS210-SHIHARAIYMD(1:6) > WS-SEIKYU-NENGETU
               MOVE QTS210-SHIHARAIYMD TO WS-CAL-YMD
               MOVE "Z"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               PERFORM 7700-SET-YX
               IF  WS-YX > ZERO
                   COMPUTE WS-KINGAKU = QTS210-GENPONGAKU
                       + QTS210-RISOKUGAKU + QTS210-TESURYOGAKU
                   ADD WS-KINGAKU    TO WS-YS-HENSAI(WS-YX)
               END-IF
           END-IF
           IF  QTS210-PRMSCHEDULEVER = 1
           AND QTS210-PRMKAISUU = 1
               COMPUTE WS-KINGAKU =
                   QTS210-GENPONGAKU + QTS210-SHIHARAIGOZAN
               IF  QTS210-SAKUSEIYMD >= WS-KAKO-YMD
               AND QTS210-SAKUSEIYMD <  WS-TODAY
                   ADD WS-KINGAKU    TO WS-YUSHI-RUIKEI
               END-IF
               MOVE QTS210-SAKUSEIYMD TO WS-CAL-YMD
               PERFORM 7710-SET-JX
               IF  WS-JX > ZERO
                   ADD WS-KINGAKU    TO WS-JS-YUSHI(WS-JX)
               END-IF
           END-IF
           READ QTS210-SCHEDULE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ****************************************************************
      *    出金予測
      ****************************************************************
      * 過入金返金。承認済のものは翌営業日の振込として見込み、振込
      * 済のものは振込年月日で実績に集計する。
       2400-HENKIN.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS191-HENKIN
           MOVE LOW-VALUES TO QTS191-SEG
           START QTS191-HENKIN KEY >= QTS191-SEG
               INVALID KEY
                   CLOSE QTS191-HENKIN
                   GO TO 2400-EXIT
           END-START
           PERFORM 2410-HENKIN-ONE THRU 2410-EXIT UNTIL WS-EOF
           CLOSE QTS191-HENKIN.

       2400-EXIT.
           EXIT.

       2410-HENKIN-ONE.
           READ QTS191-HENKIN NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  WS-EOF
               GO TO 2410-EXIT
           END-IF
           IF  QTS191-HENKINSTS = "3"
               COMPUTE WS-WORK-INT = WS-TODAY-INT + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO WS-CAL-YMD
               MOVE "Z"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               PERFORM 7700-SET-YX
               IF  WS-YX > ZERO
                   ADD QTS191-HENKINKNG TO WS-YS-HENKIN(WS-YX)
               END-IF
           END-IF
           IF  QTS191-HENKINSTS = "4"
               MOVE QTS191-FURIKOMIYMD TO WS-CAL-YMD
               PERFORM 7710-SET-JX
               IF  WS-JX > ZERO
                   ADD QTS191-HENKINKNG TO WS-JS-HENKIN(WS-JX)
               END-IF
           END-IF.

       2410-EXIT.
           EXIT.

      * 加盟店支払実績。支払日で実績に集計し、支払済の最終計上年月
      * を求める。実績が無い（運用開始前）場合は、当月の支払日を
      * 過ぎていれば前月分まで、過ぎていなければ前々月分までを支払
      * 済とみなす。
       2500-KAMEI-JISSEKI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JISSEKI-INFILE
           IF  WS-JISSEKI-STATUS NOT = "00"
               GO TO 2500-EXIT
           END-IF
           READ JISSEKI-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2510-KAMEI-JISSEKI-ONE UNTIL WS-EOF
           CLOSE JISSEKI-INFILE.

       2500-EXIT.
           EXIT.

       2510-KAMEI-JISSEKI-ONE.
           IF  JSI-TAISHONENGETU > WS-SHIHARAI-NENGETU
               MOVE JSI-TAISHONENGETU TO WS-SHIHARAI-NENGETU
           END-IF
           MOVE JSI-SHIHARAIYMD      TO WS-CAL-YMD
           PERFORM 7710-SET-JX
           IF  WS-JX > ZERO
               ADD JSI-KINGAKU       TO WS-JS-KAMEITEN(WS-JX)
           END-IF
           READ JISSEKI-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2550-SET-SHIHARAI-NENGETU.
           IF  WS-SHIHARAI-NENGETU = ZERO
               MOVE WS-TODAY(1:6)    TO WS-YM-WK-R
               PERFORM 7610-PREV-MONTH
               IF  WS-TODAY(7:2) < PRM-KAMEI-DD
                   PERFORM 7610-PREV-MONTH
               END-IF
               MOVE WS-YM-WK-R       TO WS-SHIHARAI-NENGETU
           END-IF.

      * 支払済の最終計上年月より後の利用明細を計上年月別に集計し
      * （QTS078Bと同じく売上から加盟店手数料・段階手数料を差し
      * 引く）、翌月の加盟店支払日（全銀基準）の出金として見込む。
      * 当月分は当日までの計上額による。早期入金（QTS276B）で
      * 先払済の売上は支払済として除く。
       2600-KAMEI-MISHIHARAI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS050-URIAGE
           OPEN INPUT QTS276-SENBARAI
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2610-KAMEI-ONE UNTIL WS-EOF
           CLOSE QTS050-URIAGE
           CLOSE QTS276-SENBARAI
           PERFORM 2650-SET-KAMEI
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KM-MAX.

       2610-KAMEI-ONE.
           IF  QTS050-RECKBN NOT = "9"
           AND QTS050-KEIJYOUBI(1:6) > WS-SHIHARAI-NENGETU
               MOVE QTS050-TKURIAGETUUBAN TO QTS276-PRMURITUUBAN
               READ QTS276-SENBARAI
                   INVALID KEY
                       PERFORM 2620-ADD-KAMEI
               END-READ
           END-IF
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2620-ADD-KAMEI.
           MOVE "N" TO WS-HIT-SW
           PERFORM 2630-SEARCH-KM
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KM-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-KX
           ELSE
               IF  WS-KM-MAX >= 24
                   DISPLAY "QTS269B: KAMEI TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KM-MAX
               MOVE WS-KM-MAX        TO WS-KX
               MOVE QTS050-KEIJYOUBI(1:6) TO WS-KM-NENGETU(WS-KX)
           END-IF
           COMPUTE WS-KM-KNG(WS-KX) = WS-KM-KNG(WS-KX)
               + QTS050-GKGRIYOUKNG - QTS050-KAMEITENTESURYO
               - QTS050-DANKEITESURYOU
           ADD 1 TO WS-KAMEI-KEIJYOU-COUNT.

       2630-SEARCH-KM.
           IF  WS-KM-NENGETU(WS-KX) = QTS050-KEIJYOUBI(1:6)
               SET WS-HIT TO TRUE
           END-IF.

      * 支払日を過ぎても支払の無い月（支払待ち）は当日に寄せる。
       2650-SET-KAMEI.
           MOVE WS-KM-NENGETU(WS-KX) TO WS-YM-WK-R
           PERFORM 7600-NEXT-MONTH
           COMPUTE WS-CAL-YMD = WS-YM-WK-R * 100 + PRM-KAMEI-DD
           MOVE "Z"                  TO WS-CAL-KIJUN
           MOVE "F"                  TO WS-CAL-HOUKOU
           PERFORM 7800-ADJUST-EIGYOBI
           PERFORM 7700-SET-YX
           IF  WS-YX > ZERO
               ADD WS-KM-KNG(WS-KX)  TO WS-YS-KAMEITEN(WS-YX)
           END-IF.

      * 冷却期間で保留中の加盟店支払は、解除日以後最初の加盟店
      * 支払日の出金として見込む。持越ファイルが無い日は飛ばす。
       2700-KAMEI-HORYU.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HORYU-INFILE
           IF  WS-HORYU-STATUS NOT = "00"
               GO TO 2700-EXIT
           END-IF
           READ HORYU-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2710-HORYU-ONE UNTIL WS-EOF
           CLOSE HORYU-INFILE.

       2700-EXIT.
           EXIT.

       2710-HORYU-ONE.
           MOVE CFI-KAIJOYMD(1:6)    TO WS-YM-WK-R
           IF  CFI-KAIJOYMD(7:2) > PRM-KAMEI-DD
               PERFORM 7600-NEXT-MONTH
           END-IF
           COMPUTE WS-CAL-YMD = WS-YM-WK-R * 100 + PRM-KAMEI-DD
           MOVE "Z"                  TO WS-CAL-KIJUN
           MOVE "F"                  TO WS-CAL-HOUKOU
           PERFORM 7800-ADJUST-EIGYOBI
           PERFORM 7700-SET-YX
           IF  WS-YX > ZERO
               ADD CFI-KINGAKU       TO WS-YS-KAMEITEN(WS-YX)
           END-IF
           READ HORYU-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ****************************************************************
      *    入金実績
      ****************************************************************
      * 再集計期間の入金日の入金計上を、予測対象の入金経路（口座
      * 振替・コンビニ・給与天引）別に集計する。
       2800-NYUKIN-JISSEKI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS090-NYUKIN
           READ QTS090-NYUKIN
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2810-NYUKIN-ONE UNTIL WS-EOF
           CLOSE QTS090-NYUKIN.

       2810-NYUKIN-ONE.
           MOVE QTS090-NYUKINBI      TO WS-CAL-YMD
           PERFORM 7710-SET-JX
           IF  WS-JX > ZERO
               EVALUATE QTS090-NYUKINKEIRO
                   WHEN "3"
                       ADD QTS090-KNG TO WS-JS-FURIKAE(WS-JX)
                   WHEN "4"
                       ADD QTS090-KNG TO WS-JS-CVS(WS-JX)
                   WHEN "6"
                       ADD QTS090-KNG TO WS-JS-TENBIKI(WS-JX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           READ QTS090-NYUKIN
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 不能率・期限切率（金額比）と、遡り期間の貸付実行の営業日
      * （当社基準）平均を求める。
       3000-CALC-RITSU.
           IF  WS-FURIKAE-KEKKA > ZERO
               COMPUTE WS-FURIKAE-RITSU ROUNDED =
                   WS-FURIKAE-FUNOU / WS-FURIKAE-KEKKA
           END-IF
           IF  WS-CVS-KEKKA > ZERO
               COMPUTE WS-CVS-RITSU ROUNDED =
                   WS-CVS-KIGENGIRE / WS-CVS-KEKKA
           END-IF
           IF  WS-TENBIKI-KEKKA > ZERO
               COMPUTE WS-TENBIKI-RITSU ROUNDED =
                   WS-TENBIKI-FUNOU / WS-TENBIKI-KEKKA
           END-IF
           MOVE "T"                  TO WS-CAL-KIJUN
           MOVE "F"                  TO WS-CAL-HOUKOU
           PERFORM 3100-COUNT-EIGYOBI
               VARYING WS-WORK-INT FROM WS-KAKO-INT BY 1
               UNTIL WS-WORK-INT >= WS-TODAY-INT
           IF  WS-YUSHI-EIGYOBI > ZERO
               COMPUTE WS-YUSHI-HEIKIN ROUNDED =
                   WS-YUSHI-RUIKEI / WS-YUSHI-EIGYOBI
           END-IF.

       3100-COUNT-EIGYOBI.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT) TO WS-CAL-YMD
           PERFORM 7810-JUDGE-EIGYOBI
           IF  WS-CAL-EIGYOBI
               ADD 1 TO WS-YUSHI-EIGYOBI
           END-IF.

      ****************************************************************
      *    予測の書込み
      ****************************************************************
      * 入金は不能率で割り引き、貸付実行は当社営業日ごとに平均額を
      * 見込む。既存の対象日は予測部分のみ置き換え、実績は残す。
       4000-WRITE-YOSOKU.
           MOVE WS-YS-YMD(WS-YX)     TO QTS269-PRMTAISHOYMD
           READ QTS269-YOSOKU
               INVALID KEY
                   INITIALIZE QTS269-REC
                   MOVE WS-YS-YMD(WS-YX) TO QTS269-PRMTAISHOYMD
                   MOVE "N" TO WS-HIT-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIT-SW
           END-READ
           MOVE WS-YS-YMD(WS-YX)     TO WS-CAL-YMD
           MOVE "T"                  TO WS-CAL-KIJUN
           MOVE "F"                  TO WS-CAL-HOUKOU
           PERFORM 7810-JUDGE-EIGYOBI
           IF  WS-CAL-EIGYOBI
               MOVE WS-YUSHI-HEIKIN  TO WS-YS-YUSHI(WS-YX)
           END-IF
           MOVE WS-TODAY             TO QTS269-YOSOKUSAKUSEIYMD
           COMPUTE QTS269-YSKFURIKAE ROUNDED =
               WS-YS-FURIKAE(WS-YX) * (1 - WS-FURIKAE-RITSU)
           COMPUTE QTS269-YSKCVS ROUNDED =
               WS-YS-CVS(WS-YX) * (1 - WS-CVS-RITSU)
           COMPUTE QTS269-YSKTENBIKI ROUNDED =
               WS-YS-TENBIKI(WS-YX) * (1 - WS-TENBIKI-RITSU)
           COMPUTE QTS269-YSKHENSAI ROUNDED =
               WS-YS-HENSAI(WS-YX) * (1 - WS-FURIKAE-RITSU)
           COMPUTE QTS269-YSKNYUKIN = QTS269-YSKFURIKAE
               + QTS269-YSKCVS + QTS269-YSKTENBIKI + QTS269-YSKHENSAI
           MOVE WS-YS-KAMEITEN(WS-YX) TO QTS269-YSKKAMEITEN
           MOVE WS-YS-HENKIN(WS-YX)  TO QTS269-YSKHENKIN
           MOVE WS-YS-YUSHI(WS-YX)   TO QTS269-YSKYUSHI
           COMPUTE QTS269-YSKSHUKIN = QTS269-YSKKAMEITEN
               + QTS269-YSKHENKIN + QTS269-YSKYUSHI
           COMPUTE QTS269-YSKNET =
               QTS269-YSKNYUKIN - QTS269-YSKSHUKIN
           MOVE WS-TODAY             TO QTS269-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS269-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS269-SVRKOUSHINYMD
           IF  WS-HIT
               REWRITE QTS269-REC
           ELSE
               WRITE QTS269-REC
           END-IF
           ADD 1 TO WS-YOSOKU-COUNT
           IF  WS-YX = 1
               MOVE "資金繰り予測（９０日）" TO WS-MD-MIDASHI
               MOVE WS-MD-LINE       TO YOSOKU-RPT-LINE
               WRITE YOSOKU-RPT-LINE
           END-IF
           ADD QTS269-YSKNET         TO WS-RUIKEI-NET
           MOVE QTS269-PRMTAISHOYMD  TO WS-RP-YMD
           MOVE QTS269-YSKNYUKIN     TO WS-RP-NYUKIN
           MOVE QTS269-YSKSHUKIN     TO WS-RP-SHUKIN
           MOVE QTS269-YSKNET        TO WS-RP-NET
           MOVE WS-RUIKEI-NET        TO WS-RP-RUIKEI
           MOVE WS-RP-LINE           TO YOSOKU-RPT-LINE
           WRITE YOSOKU-RPT-LINE.

      ****************************************************************
      *    予実比較
      ****************************************************************
      * 再集計期間の各日について実績を置き換え、当日朝までの最終
      * 予測と比較する。予測の無い日（運用開始前）は比較しない。
       5000-HIKAKU.
           COMPUTE WS-WORK-INT = WS-JSK-INT + WS-JX - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO QTS269-PRMTAISHOYMD
           READ QTS269-YOSOKU
               INVALID KEY
                   ADD 1 TO WS-YOSOKUNASHI-COUNT
                   GO TO 5000-EXIT
           END-READ
           MOVE WS-TODAY             TO QTS269-JSKSHUKEIYMD
           MOVE WS-JS-FURIKAE(WS-JX) TO QTS269-JSKFURIKAE
           MOVE WS-JS-CVS(WS-JX)     TO QTS269-JSKCVS
           MOVE WS-JS-TENBIKI(WS-JX) TO QTS269-JSKTENBIKI
           COMPUTE QTS269-JSKNYUKIN = QTS269-JSKFURIKAE
               + QTS269-JSKCVS + QTS269-JSKTENBIKI
           MOVE WS-JS-KAMEITEN(WS-JX) TO QTS269-JSKKAMEITEN
           MOVE WS-JS-HENKIN(WS-JX)  TO QTS269-JSKHENKIN
           MOVE WS-JS-YUSHI(WS-JX)   TO QTS269-JSKYUSHI
           COMPUTE QTS269-JSKSHUKIN = QTS269-JSKKAMEITEN
               + QTS269-JSKHENKIN + QTS269-JSKYUSHI
           COMPUTE QTS269-JSKNET =
               QTS269-JSKNYUKIN - QTS269-JSKSHUKIN
           COMPUTE QTS269-SAGAKU = QTS269-JSKNET - QTS269-YSKNET
           MOVE WS-TODAY             TO QTS269-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS269-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS269-SVRKOUSHINYMD
           REWRITE QTS269-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS269B: REWRITE ERR "
                       QTS269-PRMTAISHOYMD
                   GO TO 5000-EXIT
           END-REWRITE
           IF  WS-HIKAKU-COUNT = ZERO
               MOVE SPACES           TO YOSOKU-RPT-LINE
               WRITE YOSOKU-RPT-LINE
               MOVE "予実比較（入金・出金・差引）"
                                     TO WS-MD-MIDASHI
               MOVE WS-MD-LINE       TO YOSOKU-RPT-LINE
               WRITE YOSOKU-RPT-LINE
           END-IF
           ADD 1 TO WS-HIKAKU-COUNT
           MOVE QTS269-PRMTAISHOYMD  TO WS-HK-YMD
           MOVE QTS269-YSKNYUKIN     TO WS-HK-YSKNYUKIN
           MOVE QTS269-JSKNYUKIN     TO WS-HK-JSKNYUKIN
           MOVE QTS269-YSKSHUKIN     TO WS-HK-YSKSHUKIN
           MOVE QTS269-JSKSHUKIN     TO WS-HK-JSKSHUKIN
           MOVE QTS269-YSKNET        TO WS-HK-YSKNET
           MOVE QTS269-JSKNET        TO WS-HK-JSKNET
           MOVE QTS269-SAGAKU        TO WS-HK-SAGAKU
           MOVE WS-HK-LINE           TO YOSOKU-RPT-LINE
           WRITE YOSOKU-RPT-LINE.

       5000-EXIT.
           EXIT.

      ****************************************************************
      *    日付の共通処理
      ****************************************************************
       7600-NEXT-MONTH.
           IF  WS-YM-TSUKI = 12
               ADD 1 TO WS-YM-NEN
               MOVE 1 TO WS-YM-TSUKI
           ELSE
               ADD 1 TO WS-YM-TSUKI
           END-IF.

       7610-PREV-MONTH.
           IF  WS-YM-TSUKI = 1
               SUBTRACT 1 FROM WS-YM-NEN
               MOVE 12 TO WS-YM-TSUKI
           ELSE
               SUBTRACT 1 FROM WS-YM-TSUKI
           END-IF.

      * 補正後の日付（WS-CAL-YMD）から予測表の位置を求める。当日前
      * の日付は当日に寄せ、９０日を超える日付はゼロとする。
       7700-SET-YX.
           COMPUTE WS-SA-NISSU =
               FUNCTION INTEGER-OF-DATE(WS-CAL-YMD) - WS-TODAY-INT
           EVALUATE TRUE
               WHEN WS-SA-NISSU < ZERO
                   MOVE 1 TO WS-YX
               WHEN WS-SA-NISSU > 90
                   MOVE ZERO TO WS-YX
               WHEN OTHER
                   COMPUTE WS-YX = WS-SA-NISSU + 1
           END-EVALUATE.

      * 実績の日付（WS-CAL-YMD）から実績表の位置を求める。再集計
      * 期間外はゼロとする。
       7710-SET-JX.
           IF  WS-CAL-YMD < WS-JSK-YMD
           OR  WS-CAL-YMD >= WS-TODAY
               MOVE ZERO TO WS-JX
           ELSE
               COMPUTE WS-JX =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-YMD)
                   - WS-JSK-INT + 1
           END-IF.

      * 営業日補正。WS-CAL-YMDが土日または営業日カレンダー上の休業
      * 日（全銀基準は銀行休業日・全銀非決済日、当社基準は銀行休業
      * 日・当社非処理日）に当たれば、指定方向へ１日ずつ送る。Ｍ指定
      * は翌営業日へ送って月が変わる場合に前営業日へ戻す（約定日を
      * 月内に留める）。
       7800-ADJUST-EIGYOBI.
           MOVE WS-CAL-YMD           TO WS-CAL-MOTO-YMD
           MOVE "N" TO WS-CAL-SW
           PERFORM 7810-JUDGE-EIGYOBI UNTIL WS-CAL-EIGYOBI
           IF  WS-CAL-HOUKOU = "M"
           AND WS-CAL-YMD(5:2) NOT = WS-CAL-MOTO-YMD(5:2)
               MOVE WS-CAL-MOTO-YMD  TO WS-CAL-YMD
               MOVE "B"              TO WS-CAL-HOUKOU
               MOVE "N"              TO WS-CAL-SW
               PERFORM 7810-JUDGE-EIGYOBI UNTIL WS-CAL-EIGYOBI
               MOVE "M"              TO WS-CAL-HOUKOU
           END-IF.

       7810-JUDGE-EIGYOBI.
           SET WS-CAL-EIGYOBI TO TRUE
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-YMD)
           COMPUTE WS-CAL-YOUBI = FUNCTION MOD(WS-CAL-INT, 7)
           IF  WS-CAL-YOUBI = 0 OR 6
               MOVE "N" TO WS-CAL-SW
           ELSE
               MOVE WS-CAL-YMD       TO QTS240-PRMYMD
               READ QTS240-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 7820-JUDGE-KYUKBN
               END-READ
           END-IF
           IF  NOT WS-CAL-EIGYOBI
               IF  WS-CAL-HOUKOU = "B"
                   SUBTRACT 1 FROM WS-CAL-INT
               ELSE
                   ADD 1 TO WS-CAL-INT
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                                     TO WS-CAL-YMD
           END-IF.

       7820-JUDGE-KYUKBN.
           IF  QTS240-GINKOKYUKBN = "1"
               MOVE "N" TO WS-CAL-SW
           END-IF
           IF  WS-CAL-KIJUN = "Z"
           AND QTS240-ZENGINKYUKBN = "1"
               MOVE "N" TO WS-CAL-SW
           END-IF
           IF  WS-CAL-KIJUN = "T"
           AND QTS240-TOSHAKYUKBN = "1"
               MOVE "N" TO WS-CAL-SW
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE SPACES               TO YOSOKU-RPT-LINE
           WRITE YOSOKU-RPT-LINE
           MOVE "口座振替不能率"     TO WS-SM-MIDASHI
           MOVE WS-FURIKAE-RITSU     TO WS-SM-RITSU
           PERFORM 8100-WRITE-SM
           MOVE "コンビニ期限切率"   TO WS-SM-MIDASHI
           MOVE WS-CVS-RITSU         TO WS-SM-RITSU
           PERFORM 8100-WRITE-SM
           MOVE "給与天引不能率"     TO WS-SM-MIDASHI
           MOVE WS-TENBIKI-RITSU     TO WS-SM-RITSU
           PERFORM 8100-WRITE-SM.

       8100-WRITE-SM.
           MOVE WS-SM-LINE           TO YOSOKU-RPT-LINE
           WRITE YOSOKU-RPT-LINE.

       9000-TERMINATE.
           PERFORM 8000-WRITE-SUMMARY
           DISPLAY "QTS269B: YOSOKU=" WS-YOSOKU-COUNT
                   " HIKAKU=" WS-HIKAKU-COUNT
                   " YOSOKUNASHI=" WS-YOSOKUNASHI-COUNT
                   " SEIKYUNENGETU=" WS-SEIKYU-NENGETU
                   " SHIHARAINENGETU=" WS-SHIHARAI-NENGETU
                   " YUSHIHEIKIN=" WS-YUSHI-HEIKIN
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS240-CALENDAR
           CLOSE QTS269-YOSOKU
           CLOSE YOSOKU-RPTFILE.
      *8...........2.........3.........4.........5........6........7.........8
