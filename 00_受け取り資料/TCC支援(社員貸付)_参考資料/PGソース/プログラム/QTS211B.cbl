      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   利率改定テーブル参照対応      FIP      26/08/22   *
      *   000003   約定日の営業日補正対応        FIP      26/10/15   *
      *   000004   振込不能による実行取消対応    FIP      26/10/15   *
      *   000005   おまとめ実行時の予定表作成    FIP      26/10/15   *
      *   000006   年跨ぎ時のカレンダ確定確認    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS211B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
           SELECT  TSUCHI-PRTFILE  ASSIGN TO "QTS211PT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       01  SCHED-TRAN-REC.
           05  SCT-ACTIONKBN           PIC 9(01).
      *        1:実行時の予定表作成  3:一部繰上返済による再計算
      *        5:おまとめ実行時の予定表作成（作成理由５）
      *        9:振込不能による実行取消（現行版の失効のみ）
           05  SCT-PRMKIGYOUCD         PIC 9(04).
           05  SCT-PRMSUBRANGEKEY      PIC 9(04).
           05  SCT-PRMNAIBUKAIINNO     PIC 9(08).
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  TSUCHI-PRTFILE.
       01  TSUCHI-PRT-LINE             PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS200-STATUS        PIC X(02).
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
       01  WS-CAL-MIKAKUTEI-COUNT  PIC 9(07)     VALUE ZERO.
       01  WS-QTS201-STATUS        PIC X(02).
       01  WS-RATE-EOF-SW          PIC X(01).
           88  WS-RATE-EOF                       VALUE "Y".
           88  WS-SCH-EOF                        VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-SAKUSEI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-NEW-VER              PIC 9(02).
       01  WS-ZANDAKA              PIC S9(11).
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2000-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

           OPEN INPUT  QTS201-RATETBL
           OPEN I-O    QTS210-SCHEDULE
           OPEN OUTPUT TSUCHI-PRTFILE
           OPEN INPUT  QTS240-CALENDAR
           READ SCHED-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.
      * 一部繰上返済時は現行版を失効させ、繰上後残元本で版数を
      * 上げて再作成する（旧版は監査用に保存）。会員向けには
      * 印字用の予定表通知を出力する。
      * 融資実行の振込不能（QTS271B）による取消指示は、現行版を
      * 失効させるだけで予定表を作り直さない。
      * おまとめ（QTS290B）の新貸付は実行時と同様に作成し、作成理由
      * をおまとめ（５）とする。
       2000-PROCESS-TRAN.
           IF  SCT-ACTIONKBN = 9
               PERFORM 3000-EXPIRE-OLD-SCHEDULE
               ADD 1 TO WS-TORIKESHI-COUNT
               GO TO 2000-NEXT-TRAN
           END-IF
           MOVE SCT-LOANSHUBETSU     TO QTS200-PRMLOANSHUBETSU
           READ QTS200-LOANTBL
               INVALID KEY
                       SCT-LOANSHUBETSU
               NOT INVALID KEY
                   PERFORM 2100-EDIT-TERMS
           END-READ.

       2000-NEXT-TRAN.
           READ SCHED-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           MOVE WS-RIRITSU           TO QTS210-YAKUJORIRITSU
           MOVE "1"                  TO QTS210-YUKOFLG
           MOVE WS-TODAY             TO QTS210-SAKUSEIYMD
           EVALUATE SCT-ACTIONKBN
               WHEN 1
                   MOVE "1" TO QTS210-SAKUSEIRIYU
               WHEN 5
                   MOVE "5" TO QTS210-SAKUSEIRIYU
               WHEN OTHER
                   MOVE "3" TO QTS210-SAKUSEIRIYU
           END-EVALUATE
           MOVE WS-TODAY             TO QTS210-SVRKOUSHINYMD
           WRITE QTS210-REC
               INVALID KEY
           COMPUTE WS-SHIHARAI-YMD =
               WS-SHIHARAI-NEN * 10000 + WS-SHIHARAI-TSUKI * 100
               + 27
      *        支払日は毎月２７日（当社約定日）。休業日に当たる回は
      *        翌営業日（月を越える場合は前営業日）とする。年次確定
      *        前の年の回は土日のみ補正し、件数を表示して知らせる。
           MOVE WS-SHIHARAI-YMD      TO WS-CAL-YMD
           MOVE "Z"                  TO WS-CAL-KIJUN
           MOVE "M"                  TO WS-CAL-HOUKOU
           PERFORM 7800-ADJUST-EIGYOBI
           IF  WS-CAL-NEN-MIKAKUTEI
               ADD 1 TO WS-CAL-MIKAKUTEI-COUNT
           END-IF
           MOVE WS-CAL-YMD           TO WS-SHIHARAI-YMD
           ADD 1 TO WS-SHIHARAI-TSUKI
           IF  WS-SHIHARAI-TSUKI > 12
               MOVE 1 TO WS-SHIHARAI-TSUKI
               ADD 1 TO WS-SHIHARAI-NEN
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
           END-IF
           IF  WS-CAL-YMD NOT = WS-CAL-MOTO-YMD
               ADD 1 TO WS-CAL-HOSEI-COUNT
           END-IF.

      * 日付を送って年が変わることがあるため、判定の都度その年の確定
      * を見る。未確定年の日はカレンダーを引かず土日のみで判定し、
      * 呼出し側で件数を表示する。
       7810-JUDGE-EIGYOBI.
           PERFORM 7850-CHECK-KAKUTEI
           SET WS-CAL-EIGYOBI TO TRUE
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-YMD)
           COMPUTE WS-CAL-YOUBI = FUNCTION MOD(WS-CAL-INT, 7)
           IF  WS-CAL-YOUBI = 0 OR 6
               MOVE "N" TO WS-CAL-SW
           ELSE
               IF  NOT WS-CAL-NEN-MIKAKUTEI
                   MOVE WS-CAL-YMD   TO QTS240-PRMYMD
                   READ QTS240-CALENDAR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 7820-JUDGE-KYUKBN
                   END-READ
               END-IF
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

       9000-TERMINATE.
           DISPLAY "QTS211B: SAKUSEI=" WS-SAKUSEI-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " ERROR=" WS-ERROR-COUNT
                   " HOSEI=" WS-CAL-HOSEI-COUNT
                   " CAL-MIKAKUTEI=" WS-CAL-MIKAKUTEI-COUNT
           CLOSE SCHED-TRANFILE
           CLOSE QTS200-LOANTBL
           CLOSE QTS201-RATETBL
           CLOSE QTS210-SCHEDULE
           CLOSE TSUCHI-PRTFILE
           CLOSE QTS240-CALENDAR.
