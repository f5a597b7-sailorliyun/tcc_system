      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/02   *
      *   000002   再振替日の営業日算出対応      FIP      26/10/15   *
      *   000003   年跨ぎ時のカレンダ確定確認    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS107B.
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CVS-REQFILE     ASSIGN TO "QTS107CV"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
           SELECT  FOLLOW-LIST     ASSIGN TO "QTS107FL"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  FOLLOW-PARAM.
       01  FOLLOW-PARAM-REC.
           05  PRM-SAIFURIKAEYMD       PIC 9(08).
      *        次回振替指定日（ゼロなら当日から所定営業日後を採る。
      *        指定時も全銀非決済日なら翌営業日へ補正する）
           05  PRM-SAITEIJI-MAX        PIC 9(01).
      *        再呈示上限回数（超過分は払込票へ切替）
           05  PRM-KIGEN-NISSU         PIC 9(02).
      *        払込票の支払期限日数（期限が休業日なら翌営業日）
           05  PRM-LEAD-EIGYOBI        PIC 9(02).
      *        次回振替指定日ゼロ時の再呈示までの営業日数
       FD  QTS092-IRAIFILE.
       01  QTS092-REC.
           COPY QTS092 REPLACING ==()== BY ==QTS092==.
           05  CVQ-SEIKYUNENGETU       PIC 9(06).
           05  CVQ-SEIKYUKNG           PIC 9(10).
           05  CVQ-SHIHARAIKIGEN       PIC 9(08).
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  FOLLOW-LIST.
       01  FOLLOW-LIST-LINE            PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-TSUCHI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-SAI-KENSU            PIC 9(07)     VALUE ZERO.
       01  WS-SAI-KNG              PIC 9(12)     VALUE ZERO.
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
       01  WS-SAIFURIKAEYMD        PIC 9(08)     VALUE ZERO.
       01  WS-SHIHARAIKIGEN        PIC 9(08)     VALUE ZERO.
       01  WS-ZENGIN-HEAD.
           05  FILLER              PIC X(02)     VALUE "91".
      *        種別コード91:預金口座振替
           OPEN OUTPUT ZENGIN-SAIFILE
           OPEN OUTPUT CVS-REQFILE
           OPEN OUTPUT FOLLOW-LIST
           OPEN INPUT  QTS240-CALENDAR
           READ FOLLOW-PARAM
               AT END
                   MOVE ZERO TO PRM-SAIFURIKAEYMD
                   MOVE 2    TO PRM-SAITEIJI-MAX
                   MOVE 14   TO PRM-KIGEN-NISSU
                   MOVE 5    TO PRM-LEAD-EIGYOBI
           END-READ
           IF  PRM-LEAD-EIGYOBI NOT NUMERIC
           OR  PRM-LEAD-EIGYOBI = ZERO
               MOVE 5 TO PRM-LEAD-EIGYOBI
           END-IF
           PERFORM 1200-EDIT-HIZUKE
           PERFORM 1500-GET-MAX-NO
           MOVE LOW-VALUE TO QTS092-PRM
           START QTS092-IRAIFILE KEY >= QTS092-PRM
               PERFORM 2900-READ-IRAI
           END-IF.

      * 再呈示の振替指定日と払込票の支払期限を営業日カレンダーで
      * 決める。振替指定日は全銀基準、支払期限は当社基準で翌営業日
      * へ送る。未確定年にかかる場合は日付を決められないため異常
      * 終了とする。
       1200-EDIT-HIZUKE.
           IF  PRM-SAIFURIKAEYMD = ZERO
               PERFORM 7700-ADD-EIGYOBI
           ELSE
               MOVE PRM-SAIFURIKAEYMD TO WS-CAL-YMD
               MOVE "Z"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
           END-IF
           MOVE WS-CAL-YMD           TO WS-SAIFURIKAEYMD
           IF  NOT WS-CAL-NEN-MIKAKUTEI
               MOVE FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + PRM-KIGEN-NISSU)
                                     TO WS-CAL-YMD
               MOVE "T"              TO WS-CAL-KIJUN
               MOVE "F"              TO WS-CAL-HOUKOU
               PERFORM 7800-ADJUST-EIGYOBI
               MOVE WS-CAL-YMD       TO WS-SHIHARAIKIGEN
           END-IF
           IF  WS-CAL-NEN-MIKAKUTEI
               DISPLAY "QTS107B: CALENDAR MIKAKUTEI "
                       WS-CAL-KAKUNIN-NEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "QTS107B: SAIFURIKAEYMD=" WS-SAIFURIKAEYMD
                   " SHIHARAIKIGEN=" WS-SHIHARAIKIGEN.

      * アラート番号は既存レコードの最大番号の続きから採番する
      * （QTS223Bと同じ採番方式）。
       1500-GET-MAX-NO.
           IF  NOT WS-HEAD-DONE
               MOVE 1                  TO ZGS-RECKBN
               MOVE QTS092-PRMKIGYOUCD TO WS-ZGH-ITAKUSHACD
               MOVE WS-SAIFURIKAEYMD   TO WS-ZGH-FURIKAEYMD
               MOVE WS-ZENGIN-HEAD     TO ZGS-DATA
               WRITE ZENGIN-SAI-REC
               SET WS-HEAD-DONE TO TRUE
           MOVE SPACES               TO QTS092-KEKKASTS
           MOVE ZERO                 TO QTS092-KEKKAYMD
           MOVE WS-TODAY             TO QTS092-IRAIYMD
           MOVE WS-SAIFURIKAEYMD     TO QTS092-FURIKAEYMD
           MOVE WS-TODAY             TO QTS092-SVRKOUSHINYMD
           REWRITE QTS092-REC
           ADD 1                     TO WS-SAITEIJI-COUNT
           MOVE QTS092-PRMNAIBUKAIINNO TO CVQ-PRMNAIBUKAIINNO
           MOVE QTS092-PRMSEIKYUNENGETU TO CVQ-SEIKYUNENGETU
           MOVE QTS092-IRAIKNG       TO CVQ-SEIKYUKNG
           MOVE WS-SHIHARAIKIGEN     TO CVQ-SHIHARAIKIGEN
           WRITE CVS-REQ-REC
           MOVE "2"                  TO QTS092-FOLLOWSTS
           MOVE WS-TODAY             TO QTS092-SVRKOUSHINYMD
           MOVE WS-FL-LINE           TO FOLLOW-LIST-LINE
           WRITE FOLLOW-LIST-LINE.

      * 当日から所定営業日数（全銀基準）後の日付を求める。
       7700-ADD-EIGYOBI.
           MOVE WS-TODAY             TO WS-CAL-YMD
           MOVE "Z"                  TO WS-CAL-KIJUN
           MOVE "F"                  TO WS-CAL-HOUKOU
           PERFORM 7710-NEXT-EIGYOBI PRM-LEAD-EIGYOBI TIMES.

       7710-NEXT-EIGYOBI.
           COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-YMD) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT) TO WS-CAL-YMD
           PERFORM 7800-ADJUST-EIGYOBI.

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
           IF  WS-HEAD-DONE
               MOVE WS-SAI-KENSU     TO WS-ZGT-KENSU
           CLOSE QTS223-ALERT
           CLOSE ZENGIN-SAIFILE
           CLOSE CVS-REQFILE
           CLOSE FOLLOW-LIST
           CLOSE QTS240-CALENDAR.
      *8...........2.........3.........4.........5........6........7.........8
