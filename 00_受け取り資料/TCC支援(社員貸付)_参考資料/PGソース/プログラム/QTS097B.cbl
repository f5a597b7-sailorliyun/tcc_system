      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   控除上限検証・超過分振分対応  FIP      26/09/03   *
      *   000003   振替日・期限の営業日補正対応  FIP      26/10/15   *
      *   000004   死亡届出会員の天引抑止        FIP      26/10/15   *
      *   000005   おまとめ会員の天引一本化      FIP      26/10/15   *
      *   000006   年跨ぎ時のカレンダ確定確認    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS097B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS097-PRM
                   FILE STATUS IS WS-QTS097-STATUS.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
           SELECT  QTS251-SHIBOU   ASSIGN TO "QTS251"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS251-PRM
                   FILE STATUS IS WS-QTS251-STATUS.
           SELECT  QTS290-OMATOME  ASSIGN TO "QTS290"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS290-PRM
                   FILE STATUS IS WS-QTS290-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  TENBIKI-OUTFILE ASSIGN TO "TENBIKIOUT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
           05  CVQ-SEIKYUNENGETU       PIC 9(06).
           05  CVQ-SEIKYUKNG           PIC 9(10).
           05  CVQ-SHIHARAIKIGEN       PIC 9(08).
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  QTS251-SHIBOU.
       01  QTS251-REC.
           COPY QTS251 REPLACING ==()== BY ==QTS251==.
       FD  QTS290-OMATOME.
       01  QTS290-REC.
           COPY QTS290 REPLACING ==()== BY ==QTS290==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  TENBIKI-OUTFILE.
       01  TENBIKI-OUT-REC.
      *    雇用主別にまとめて送付する天引指示明細
       01  WS-NS-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-QTS251-STATUS        PIC X(02).
       01  WS-SHIBOU-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-QTS290-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-OMT-KASAN-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-OMT-MEISAI           PIC 9(07).
       01  WS-OMT-KNG              PIC 9(10).
       01  WS-SEIKYU-KNG           PIC 9(10).
      * おまとめの有無を確認した直前の会員・請求年月
       01  WS-OMT-KEY.
           05  WS-OMT-KIGYOUCD     PIC 9(04)     VALUE ZERO.
           05  WS-OMT-SUBRANGEKEY  PIC 9(04)     VALUE ZERO.
           05  WS-OMT-KAIINNO      PIC 9(08)     VALUE ZERO.
           05  WS-OMT-NENGETU      PIC 9(06)     VALUE ZERO.
       01  WS-QTS240-STATUS        PIC X(02).
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
       01  WS-CAL-KAKUNIN-NEN      PIC 9(04)     VALUE ZERO.
       01  WS-CAL-NEN-SW           PIC X(01)     VALUE "N".
           88  WS-CAL-NEN-MIKAKUTEI              VALUE "Y".
       01  WS-CAL-HOSEI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-FURIKAE-MOTO         PIC 9(08)     VALUE ZERO.
       01  WS-FURIKAE-YMD          PIC 9(08)     VALUE ZERO.
       01  WS-SHIHARAIKIGEN        PIC 9(08)     VALUE ZERO.
      * 企業別控除上限率
       01  WS-CAP-TBL.
           05  WS-CP-ENT           OCCURS 200.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-IRAI THRU 2900-NEXT-SEIKYU
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

           OPEN OUTPUT TENBIKI-OUTFILE
           OPEN OUTPUT OVERFLOW-OUTFILE
           OPEN OUTPUT CVS-REQFILE
           OPEN INPUT  QTS240-CALENDAR
           OPEN INPUT  QTS251-SHIBOU
           OPEN INPUT  QTS290-OMATOME
           OPEN INPUT  QTS210-SCHEDULE
           PERFORM 1500-GET-MAX-NO
      *    超過分を払込票へ回す場合の支払期限（当社基準で翌営業日）
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 14)
                                     TO WS-CAL-YMD
           MOVE "T"                  TO WS-CAL-KIJUN
           MOVE "F"                  TO WS-CAL-HOUKOU
           PERFORM 7800-ADJUST-EIGYOBI
           PERFORM 7900-CHECK-MIKAKUTEI
           MOVE WS-CAL-YMD           TO WS-SHIHARAIKIGEN
           READ SEIKYU-EXTFILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           IF  SKE-SHIHARAIHOHO NOT = "2"
               GO TO 2900-NEXT-SEIKYU
           END-IF
      *    死亡届出を登録した会員は給与から控除しない（超過分の
      *    振替・払込票へも回さない）。
           MOVE SKE-PRMKIGYOUCD      TO QTS251-PRMKIGYOUCD
           MOVE SKE-PRMSUBRANGEKEY   TO QTS251-PRMSUBRANGEKEY
           MOVE SKE-PRMNAIBUKAIINNO  TO QTS251-PRMNAIBUKAIINNO
           READ QTS251-SHIBOU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS251-SHIBOUSTS NOT = "9"
                       ADD 1 TO WS-SHIBOU-SKIP-COUNT
                       GO TO 2900-NEXT-SEIKYU
                   END-IF
           END-READ
           MOVE SKE-SEIKYUKNG        TO WS-SEIKYU-KNG
           PERFORM 2500-CHECK-OMATOME THRU 2500-EXIT
           MOVE SKE-PRMKIGYOUCD      TO QTS011-PRMKIGYOUCD
           MOVE SKE-PRMSUBRANGEKEY   TO QTS011-PRMSUBRANGEKEY
           MOVE SKE-PRMNAIBUKAIINNO  TO QTS011-PRMNAIBUKAIINNO
                   DISPLAY "QTS097B: QTS011 NASHI "
                       SKE-PRMNAIBUKAIINNO
               NOT INVALID KEY
                   PERFORM 3000-WRITE-IRAI THRU 3000-EXIT
           END-READ.

       2900-NEXT-SEIKYU.
               AT END SET WS-EOF TO TRUE
           END-READ.

      * おまとめ（QTS290B）を実行した会員は、実行月以降の請求年月の
      * 新貸付の当月返済額（返済予定明細の現行版）を、その会員・請求
      * 年月の最初の行の天引額に加える。まとめた旧貸付の予定はQTS211B
      * が失効させているため請求に出ず、他の貸付・ショッピング等の
      * 行はそのまま天引する。
       2500-CHECK-OMATOME.
           IF  SKE-PRMKIGYOUCD     = WS-OMT-KIGYOUCD
           AND SKE-PRMSUBRANGEKEY  = WS-OMT-SUBRANGEKEY
           AND SKE-PRMNAIBUKAIINNO = WS-OMT-KAIINNO
           AND SKE-SEIKYUNENGETU   = WS-OMT-NENGETU
               GO TO 2500-EXIT
           END-IF
           MOVE SKE-PRMKIGYOUCD      TO WS-OMT-KIGYOUCD
           MOVE SKE-PRMSUBRANGEKEY   TO WS-OMT-SUBRANGEKEY
           MOVE SKE-PRMNAIBUKAIINNO  TO WS-OMT-KAIINNO
           MOVE SKE-SEIKYUNENGETU    TO WS-OMT-NENGETU
           MOVE ZERO                 TO WS-OMT-MEISAI
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE SKE-PRMKIGYOUCD      TO QTS290-PRMKIGYOUCD
           MOVE SKE-PRMSUBRANGEKEY   TO QTS290-PRMSUBRANGEKEY
           MOVE SKE-PRMNAIBUKAIINNO  TO QTS290-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS290-PRMUKETSUKEYMD
           START QTS290-OMATOME KEY IS NOT LESS THAN QTS290-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2510-READ-OMATOME UNTIL WS-SCAN-EOF
           IF  WS-OMT-MEISAI = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE ZERO                 TO WS-OMT-KNG
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE SKE-PRMKIGYOUCD      TO QTS210-PRMKIGYOUCD
           MOVE SKE-PRMSUBRANGEKEY   TO QTS210-PRMSUBRANGEKEY
           MOVE SKE-PRMNAIBUKAIINNO  TO QTS210-PRMNAIBUKAIINNO
           MOVE WS-OMT-MEISAI        TO QTS210-PRMNYUKINMEISAI
           MOVE ZERO                 TO QTS210-PRMSCHEDULEVER
           MOVE ZERO                 TO QTS210-PRMKAISUU
           START QTS210-SCHEDULE KEY IS NOT LESS THAN QTS210-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2520-READ-YOTEI UNTIL WS-SCAN-EOF
           IF  WS-OMT-KNG NOT = ZERO
               ADD WS-OMT-KNG        TO WS-SEIKYU-KNG
               ADD 1 TO WS-OMT-KASAN-COUNT
           END-IF.

       2500-EXIT.
           EXIT.

      * 請求年月までに実行したおまとめのうち最新のものを採る。
       2510-READ-OMATOME.
           READ QTS290-OMATOME NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS290-PRMKIGYOUCD     = SKE-PRMKIGYOUCD
               AND QTS290-PRMSUBRANGEKEY  = SKE-PRMSUBRANGEKEY
               AND QTS290-PRMNAIBUKAIINNO = SKE-PRMNAIBUKAIINNO
                   IF  QTS290-OMATOMESTS = "2"
                   AND QTS290-JIKKOYMD(1:6) <= SKE-SEIKYUNENGETU
                       MOVE QTS290-SHINMEISAI TO WS-OMT-MEISAI
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       2520-READ-YOTEI.
           READ QTS210-SCHEDULE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS210-PRMKIGYOUCD     = SKE-PRMKIGYOUCD
               AND QTS210-PRMSUBRANGEKEY  = SKE-PRMSUBRANGEKEY
               AND QTS210-PRMNAIBUKAIINNO = SKE-PRMNAIBUKAIINNO
               AND QTS210-PRMNYUKINMEISAI = WS-OMT-MEISAI
                   IF  QTS210-YUKOFLG = "1"
                   AND QTS210-SHIHARAIYMD(1:6) = SKE-SEIKYUNENGETU
                       COMPUTE WS-OMT-KNG = WS-OMT-KNG
                           + QTS210-GENPONGAKU + QTS210-RISOKUGAKU
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 天引依頼額を労基法上の控除上限（みなし月収×企業別上限率）
      * と突き合わせ、超過分は同一サイクルの口座振替または払込票へ
      * 回す。分割した場合は会員へアラートで案内する。
                   WS-GS-GESSHU(1) * WS-TEKIYO-WARIAI / 100
           END-IF
           IF  WS-JOGEN-KNG = ZERO
               MOVE WS-SEIKYU-KNG TO WS-JOGEN-KNG
           END-IF
           IF  WS-SEIKYU-KNG > WS-JOGEN-KNG
               MOVE WS-JOGEN-KNG TO WS-TENBIKI-KNG
               COMPUTE WS-CHOKA-KNG =
                   WS-SEIKYU-KNG - WS-JOGEN-KNG
               PERFORM 3600-ROUTE-OVERFLOW
               PERFORM 3700-NOTIFY-MEMBER
               ADD 1 TO WS-CHOKA-COUNT
           ELSE
               MOVE WS-SEIKYU-KNG TO WS-TENBIKI-KNG
           END-IF.

       3600-ROUTE-OVERFLOW.
               MOVE SKE-PRMNAIBUKAIINNO TO CVQ-PRMNAIBUKAIINNO
               MOVE SKE-SEIKYUNENGETU   TO CVQ-SEIKYUNENGETU
               MOVE WS-CHOKA-KNG        TO CVQ-SEIKYUKNG
               MOVE WS-SHIHARAIKIGEN    TO CVQ-SHIHARAIKIGEN
               WRITE CVS-REQ-REC
           ELSE
               MOVE SKE-SEIKYUNENGETU   TO OVF-SEIKYUNENGETU
               MOVE SKE-PRMSUBRANGEKEY  TO OVF-PRMSUBRANGEKEY
               MOVE SKE-PRMNAIBUKAIINNO TO OVF-PRMNAIBUKAIINNO
               MOVE WS-CHOKA-KNG        TO OVF-SEIKYUKNG
               PERFORM 3650-EDIT-FURIKAEYMD
               MOVE WS-FURIKAE-YMD      TO OVF-FURIKAEYMD
               MOVE "1"                 TO OVF-SHIHARAIHOHO
               WRITE OVERFLOW-OUT-REC
           END-IF.

      * 口座振替へ回す超過分の振替日は全銀基準で翌営業日へ送る。
       3650-EDIT-FURIKAEYMD.
           IF  SKE-FURIKAEYMD NOT = WS-FURIKAE-MOTO
               MOVE SKE-FURIKAEYMD   TO WS-FURIKAE-MOTO
               MOVE SKE-FURIKAEYMD   TO WS-CAL-YMD
               MOVE "Z"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               PERFORM 7900-CHECK-MIKAKUTEI
               MOVE WS-CAL-YMD       TO WS-FURIKAE-YMD
           END-IF.

      * 天引と口座振替（または払込票）に分かれた旨の会員アラート。
      * 許諾のない会員は通知なしで分割のみ行う。
       3700-NOTIFY-MEMBER.
                       WS-ALERT-NO
           END-WRITE.

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
           END-IF
           IF  WS-CAL-YMD NOT = WS-CAL-MOTO-YMD
               ADD 1 TO WS-CAL-HOSEI-COUNT
           END-IF.

      * 日付を送って年が変わることがあるため、判定の都度その年の確定
      * を見る。未確定年に入ったら送りを止め、呼出し側で異常終了させ
      * る。
       7810-JUDGE-EIGYOBI.
           PERFORM 7850-CHECK-KAKUTEI
           IF  WS-CAL-NEN-MIKAKUTEI
               SET WS-CAL-EIGYOBI TO TRUE
           ELSE
               PERFORM 7815-JUDGE-HIZUKE
           END-IF.

       7815-JUDGE-HIZUKE.
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

      * 補正対象年の年次確定レコード（YYYY0000）の有無を見る。年が
      * 変わったときのみ読み直す。
       7850-CHECK-KAKUTEI.
           IF  WS-CAL-YMD(1:4) NOT = WS-CAL-KAKUNIN-NEN
               MOVE WS-CAL-YMD(1:4)  TO WS-CAL-KAKUNIN-NEN
               COMPUTE QTS240-PRMYMD = WS-CAL-KAKUNIN-NEN * 10000
               READ QTS240-CALENDAR
                   INVALID KEY
                       SET WS-CAL-NEN-MIKAKUTEI TO TRUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-CAL-NEN-SW
               END-READ
           END-IF.

      * 営業日カレンダー未確定年の日付は算出できないため異常終了。
       7900-CHECK-MIKAKUTEI.
           IF  WS-CAL-NEN-MIKAKUTEI
               DISPLAY "QTS097B: CALENDAR MIKAKUTEI "
                       WS-CAL-KAKUNIN-NEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS097B: IRAI=" WS-IRAI-COUNT
                   " CHOKA=" WS-CHOKA-COUNT
                   " SHIBOU=" WS-SHIBOU-SKIP-COUNT
                   " OMATOME=" WS-OMT-KASAN-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE SEIKYU-EXTFILE
           CLOSE QTS011-CARDIF
           CLOSE QTS097-IRAIFILE
           CLOSE TENBIKI-OUTFILE
           CLOSE OVERFLOW-OUTFILE
           CLOSE CVS-REQFILE
           CLOSE QTS240-CALENDAR
           CLOSE QTS251-SHIBOU
           CLOSE QTS290-OMATOME
           CLOSE QTS210-SCHEDULE.
