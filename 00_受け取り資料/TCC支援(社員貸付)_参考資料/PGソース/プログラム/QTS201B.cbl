      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   チェックポイント再開対応      FIP      26/09/03   *
      *   000003   保存点をローン単位に変更      FIP      26/09/03   *
      *   000004   約定日の営業日補正対応        FIP      26/10/15   *
      *   000005   年跨ぎ時のカレンダ確定確認    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS201B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
           SELECT  TSUCHI-OUTFILE  ASSIGN TO "QTS201TC"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QCS032-CKPT     ASSIGN TO "QCS032"
       FD  QCS032-CKPT.
       01  QCS032-REC.
           COPY QCS032 REPLACING ==()== BY ==QCS032==.
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  TSUCHI-OUTFILE.
       01  TSUCHI-OUT-REC.
      *    利率改定通知（印刷・郵送ストリームへ）
       01  WS-QTS201-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QCS032-STATUS        PIC X(02).
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
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-CKPT-FOUND-SW        PIC X(01)     VALUE "N".
           OPEN I-O    QTS210-SCHEDULE
           OPEN I-O    QCS032-CKPT
           OPEN EXTEND TSUCHI-OUTFILE
           OPEN INPUT  QTS240-CALENDAR
           MOVE "QTS201B " TO QCS032-JOBID
           READ QCS032-CKPT
               INVALID KEY
               MOVE QTS201-PRMLOANSHUBETSU TO WS-TAISHO-SHUBETSU
               MOVE QTS201-YAKUJORIRITSU   TO WS-SHIN-RIRITSU
               PERFORM 3000-COLLECT-LOANS
               PERFORM 5000-REPRICE-LOAN THRU 5000-EXIT
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-LOAN-MAX
               MOVE "1"      TO QTS201-TEKIYOZUMIFLG
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

       8000-SAVE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO QCS032-CHKPTYMD
           MOVE FUNCTION CURRENT-DATE(9:6) TO QCS032-CHKPTTIME
                   " LOAN=" WS-LOAN-COUNT
                   " SAIKAI-SKIP=" WS-RESTART-SKIP-COUNT
                   " RUIKEI=" QCS032-RECCOUNT
                   " HOSEI=" WS-CAL-HOSEI-COUNT
                   " CAL-MIKAKUTEI=" WS-CAL-MIKAKUTEI-COUNT
           CLOSE QTS201-RATETBL
           CLOSE QTS210-SCHEDULE
           CLOSE QCS032-CKPT
           CLOSE TSUCHI-OUTFILE
           CLOSE QTS240-CALENDAR.
