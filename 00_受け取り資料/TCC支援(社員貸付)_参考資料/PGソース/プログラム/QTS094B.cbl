      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   支払サイクル別実行対応        FIP      26/09/03   *
      *   000003   支払期限の営業日補正対応      FIP      26/10/15   *
      *   000004   年跨ぎ時のカレンダ確定確認    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS094B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS094-PRMBARCODENO
                   FILE STATUS IS WS-QTS094-STATUS.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
           SELECT  SLIP-PRTFILE    ASSIGN TO "CVSSLIP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS094-SLIPFILE.
       01  QTS094-REC.
           COPY QTS094 REPLACING ==()== BY ==QTS094==.
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  SLIP-PRTFILE.
       01  SLIP-PRT-REC.
           05  SLP-BARCODENO           PIC 9(18).
       01  WS-HAKKOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-CYCLE-SKIP-COUNT     PIC 9(07)     VALUE ZERO.
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
       01  WS-KIGEN-MOTO           PIC 9(08)     VALUE ZERO.
       01  WS-SHIHARAIKIGEN        PIC 9(08)     VALUE ZERO.
       01  WS-BARCODE.
      *      バーコード番号は収納代行との取決めにより会員キーを
      *      そのまま編集して採番する（先頭２桁は当社収納機関枠）。
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS094-SLIPFILE
           OPEN OUTPUT SLIP-PRTFILE
           OPEN INPUT  QTS240-CALENDAR
           READ HARAI-REQFILE
               AT END SET WS-EOF TO TRUE
           END-READ.
           END-READ.

       3000-BUILD-SLIP.
           PERFORM 3500-EDIT-SHIHARAIKIGEN
           MOVE HRQ-PRMKIGYOUCD      TO WS-BAR-KIGYOUCD
           MOVE HRQ-PRMNAIBUKAIINNO  TO WS-BAR-NAIBUKAIINNO
           MOVE HRQ-SEIKYUNENGETU(3:4) TO WS-BAR-SEIKYUTSUKI
           MOVE HRQ-SEIKYUNENGETU    TO QTS094-SEIKYUNENGETU
           MOVE WS-TODAY             TO QTS094-HAKKOUYMD
           MOVE HRQ-SEIKYUKNG        TO QTS094-SEIKYUKNG
           MOVE WS-SHIHARAIKIGEN     TO QTS094-SHIHARAIKIGEN
           MOVE SPACES               TO QTS094-SHUNOUSTS
           MOVE WS-TODAY             TO QTS094-SVRKOUSHINYMD
           WRITE QTS094-REC
                   ADD 1 TO WS-HAKKOU-COUNT
           END-WRITE.

      * 支払期限が土日・休業日・当社非処理日に当たれば翌営業日へ
      * 送る。未確定年の期限は払込票を作らず異常終了させる。
       3500-EDIT-SHIHARAIKIGEN.
           IF  HRQ-SHIHARAIKIGEN NOT = WS-KIGEN-MOTO
               MOVE HRQ-SHIHARAIKIGEN TO WS-KIGEN-MOTO
               MOVE HRQ-SHIHARAIKIGEN TO WS-CAL-YMD
               MOVE "T"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               IF  WS-CAL-NEN-MIKAKUTEI
                   DISPLAY "QTS094B: CALENDAR MIKAKUTEI "
                           WS-CAL-KAKUNIN-NEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CAL-YMD       TO WS-SHIHARAIKIGEN
           END-IF.

       4000-WRITE-PRINT.
           MOVE WS-BARCODE-NUM       TO SLP-BARCODENO
           MOVE HRQ-PRMNAIBUKAIINNO  TO SLP-KAIINNO
           MOVE QTS010-HONSHIMEIKANA TO SLP-SHIMEIKANA
           MOVE HRQ-SEIKYUKNG        TO SLP-SEIKYUKNG
           MOVE WS-SHIHARAIKIGEN     TO SLP-SHIHARAIKIGEN
           WRITE SLIP-PRT-REC.

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

       9000-TERMINATE.
           DISPLAY "QTS094B: HAKKOU=" WS-HAKKOU-COUNT
                   " CYCLE-SKIP=" WS-CYCLE-SKIP-COUNT
                   " ERROR=" WS-ERROR-COUNT
                   " KIGEN-HOSEI=" WS-CAL-HOSEI-COUNT
           CLOSE HARAI-REQFILE
           CLOSE QTS010-MASTER
           CLOSE QTS094-SLIPFILE
           CLOSE SLIP-PRTFILE
           CLOSE QTS240-CALENDAR.
