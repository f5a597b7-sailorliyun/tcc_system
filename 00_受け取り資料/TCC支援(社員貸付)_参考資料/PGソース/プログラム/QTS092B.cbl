      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   支払サイクル別実行対応        FIP      26/09/03   *
      *   000003   災害特例による振替呈示保留    FIP      26/09/03   *
      *   000004   振替日の営業日補正対応        FIP      26/10/15   *
      *   000005   死亡届出会員の振替抑止        FIP      26/10/15   *
      *   000006   年跨ぎ時のカレンダ確定確認    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS092B.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS145-SEG
                   FILE STATUS IS WS-QTS145-STATUS.
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
           SELECT  IRAI-ERRLIST    ASSIGN TO "QTS092ER"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS145-SAIGAI.
       01  QTS145-REC.
           COPY QTS145 REPLACING ==()== BY ==QTS145==.
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  QTS251-SHIBOU.
       01  QTS251-REC.
           COPY QTS251 REPLACING ==()== BY ==QTS251==.
       FD  IRAI-ERRLIST.
       01  IRAI-ERRLIST-LINE           PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-SAIGAI-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-SAIGAI-SW            PIC X(01).
           88  WS-SAIGAI-CHU                     VALUE "Y".
       01  WS-QTS251-STATUS        PIC X(02).
       01  WS-SHIBOU-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-SHIBOU-SW            PIC X(01).
           88  WS-SHIBOU-TOUROKU                 VALUE "Y".
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
       01  WS-ZENGIN-HEAD.
           05  FILLER              PIC X(02)     VALUE "91".
      *        種別コード91:預金口座振替
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-REQUEST THRU 2900-NEXT-SEIKYU
                   UNTIL WS-EOF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.
           OPEN INPUT  QTS140-BANKTBL
           OPEN I-O    QTS092-IRAIFILE
           OPEN INPUT  QTS145-SAIGAI
           OPEN INPUT  QTS240-CALENDAR
           OPEN INPUT  QTS251-SHIBOU
           OPEN OUTPUT ZENGIN-REQFILE
           OPEN OUTPUT IRAI-ERRLIST
           READ SEIKYU-EXTFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               PERFORM 2950-EDIT-FURIKAEYMD
               MOVE 1                  TO ZGR-RECKBN
               MOVE SKE-PRMKIGYOUCD    TO WS-ZGH-ITAKUSHACD
               MOVE WS-FURIKAE-YMD     TO WS-ZGH-FURIKAEYMD
               MOVE WS-ZENGIN-HEAD     TO ZGR-DATA
               WRITE ZENGIN-REQ-REC
           END-IF.
      *            会員の支払サイクル（支払予定日）が当該ランの
      *            対象でなければ別サイクルのランに委ねる。
                   PERFORM 2500-CHECK-SAIGAI
                   PERFORM 2600-CHECK-SHIBOU
                   EVALUATE TRUE
                       WHEN PRM-SHIHARAIBI > ZERO
                        AND QTS010-SIHARAIYOTEIBI
      *                当月の呈示を見送る（会員申出ベース運用）。
                       WHEN WS-SAIGAI-CHU
                           ADD 1 TO WS-SAIGAI-SKIP-COUNT
      *                死亡届出を登録した会員の口座からは引き落とさ
      *                ない（残高は相続人請求・団信で回収する）。
                       WHEN WS-SHIBOU-TOUROKU
                           ADD 1 TO WS-SHIBOU-SKIP-COUNT
                       WHEN OTHER
                           PERFORM 3000-CHECK-BANK
                   END-EVALUATE
           END-READ
           GO TO 2900-NEXT-SEIKYU.

       2500-CHECK-SAIGAI.
           MOVE "N" TO WS-SAIGAI-SW
                   END-IF
           END-READ.

       2600-CHECK-SHIBOU.
           MOVE "N" TO WS-SHIBOU-SW
           MOVE SKE-PRMKIGYOUCD      TO QTS251-PRMKIGYOUCD
           MOVE SKE-PRMSUBRANGEKEY   TO QTS251-PRMSUBRANGEKEY
           MOVE SKE-PRMNAIBUKAIINNO  TO QTS251-PRMNAIBUKAIINNO
           READ QTS251-SHIBOU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS251-SHIBOUSTS NOT = "9"
                       SET WS-SHIBOU-TOUROKU TO TRUE
                   END-IF
           END-READ.

       2900-NEXT-SEIKYU.
           READ SEIKYU-EXTFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               PERFORM 2950-EDIT-FURIKAEYMD
           END-IF.

      * 請求抽出の振替指定日は全銀の決済日でなければ翌営業日へ
      * 送る。営業日カレンダーの年次確定がない年の振替日は算出
      * できないため、伝送ファイルを作らず異常終了させる。
       2950-EDIT-FURIKAEYMD.
           IF  SKE-FURIKAEYMD NOT = WS-FURIKAE-MOTO
               MOVE SKE-FURIKAEYMD   TO WS-FURIKAE-MOTO
               MOVE SKE-FURIKAEYMD   TO WS-CAL-YMD
               MOVE "Z"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               IF  WS-CAL-NEN-MIKAKUTEI
                   DISPLAY "QTS092B: CALENDAR MIKAKUTEI "
                           WS-CAL-KAKUNIN-NEN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CAL-YMD       TO WS-FURIKAE-YMD
               IF  WS-FURIKAE-YMD NOT = WS-FURIKAE-MOTO
                   DISPLAY "QTS092B: FURIKAEYMD HOSEI "
                           WS-FURIKAE-MOTO " -> " WS-FURIKAE-YMD
               END-IF
           END-IF.

       3000-CHECK-BANK.
           MOVE QTS010-KOZGINKOUCD   TO QTS140-PRMKIKANCD
           MOVE QTS010-KOZMEIGI      TO QTS092-KOZMEIGI
           MOVE SKE-SEIKYUKNG        TO QTS092-IRAIKNG
           MOVE WS-TODAY             TO QTS092-IRAIYMD
           MOVE WS-FURIKAE-YMD       TO QTS092-FURIKAEYMD
           MOVE SPACES               TO QTS092-KEKKASTS
           WRITE QTS092-REC
               INVALID KEY
           WRITE IRAI-ERRLIST-LINE
           ADD 1                     TO WS-ERROR-COUNT.

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

       8000-WRITE-TRAILER.
           MOVE WS-IRAI-COUNT        TO WS-ZGT-KENSU
           MOVE WS-TOTAL-KNG         TO WS-ZGT-KINGAKU
           DISPLAY "QTS092B: IRAI=" WS-IRAI-COUNT
                   " CYCLE-SKIP=" WS-CYCLE-SKIP-COUNT
                   " SAIGAI-HORYU=" WS-SAIGAI-SKIP-COUNT
                   " SHIBOU=" WS-SHIBOU-SKIP-COUNT
                   " ERROR=" WS-ERROR-COUNT
                   " KINGAKU=" WS-TOTAL-KNG
           CLOSE SEIKYU-EXTFILE
           CLOSE QTS140-BANKTBL
           CLOSE QTS092-IRAIFILE
           CLOSE QTS145-SAIGAI
           CLOSE QTS240-CALENDAR
           CLOSE QTS251-SHIBOU
           CLOSE ZENGIN-REQFILE
           CLOSE IRAI-ERRLIST.
