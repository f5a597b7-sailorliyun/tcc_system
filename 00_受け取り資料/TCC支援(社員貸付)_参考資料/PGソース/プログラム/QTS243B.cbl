      *8...........2.........3.........4.........5........6........7.........8
      *    QTS243B
      ****************************************************************
      *                支払可能見込額算定バッチ（日次）              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   ＣＩＣ回答に貸付残高追加      FIP      26/10/15   *
      ****************************************************************
      *    QTS016B・QTS242M・QXCS03Bは本処理の算定結果で増額を判定する
      *    ため、これらより前に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS243B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SANTEI-PARAM    ASSIGN TO "QTS243PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QBS002-APPFILE  ASSIGN TO "QBS002"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QBS002-STATUS.
           SELECT  SHINKOKU-TRANFILE ASSIGN TO "QTS243TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CICKAITOU-FILE  ASSIGN TO "CICKAITOU"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS243-KANOGAKU ASSIGN TO "QTS243"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS243-PRM
                   FILE STATUS IS WS-QTS243-STATUS.
           SELECT  KANOGAKU-RPTFILE ASSIGN TO "QTS243RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SANTEI-PARAM.
       01  SANTEI-PARAM-REC.
           05  PRM-MODEKBN             PIC 9(01).
      *        1:差分算定（新規発行・再申告・信用情報更新分）
      *        2:全件再算定
       FD  QBS002-APPFILE.
       01  QBS002-REC.
           COPY QBS002.
       FD  SHINKOKU-TRANFILE.
       01  SHINKOKU-TRAN-REC.
      *    年収再申告（受付窓口・収入証明書受領時に作成）
           05  SKT-PRMKIGYOUCD         PIC 9(04).
           05  SKT-PRMSUBRANGEKEY      PIC 9(04).
           05  SKT-PRMNAIBUKAIINNO     PIC 9(08).
           05  SKT-SHINKOKUNENSHU      PIC 9(07).
      *        千円単位。ゼロは申告額なし（年収区分のみ）
           05  SKT-NENSHUKBN           PIC X(01).
           05  SKT-FAMILYJYOUKYOU      PIC X(01).
           05  SKT-SUMAIKBN            PIC X(01).
      *        空白の項目は前回の値を引き継ぐ
           05  SKT-SHINKOKUYMD         PIC 9(08).
       FD  CICKAITOU-FILE.
       01  CICKAITOU-REC.
      *    指定信用情報機関の照会回答から作成する年間支払予定額
           05  CIC-GAIBUKAIINNO        PIC 9(12).
           05  CIC-NENKANSHIHARAI      PIC 9(07).
      *        千円単位
           05  CIC-KAITOUYMD           PIC 9(08).
           05  CIC-KASHITSUKEZAN       PIC 9(07).
      *        千円単位。回答時点の貸付残高合計（QTS115Bが使用）
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS243-KANOGAKU.
       01  QTS243-REC.
           COPY QTS243 REPLACING ==()== BY ==QTS243==.
       FD  KANOGAKU-RPTFILE.
       01  KANOGAKU-RPT-LINE           PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QBS002-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS243-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-KIZON-SW             PIC X(01).
           88  WS-KIZON                          VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 支払可能見込額に対する延払限度額の上限比率(%)
       01  WS-KYOYO-RITSU          PIC 9(03)     VALUE 90.
       01  WS-SANTEIKBN            PIC X(01).
       01  WS-KANOGAKU             PIC S9(07).
       01  WS-KYOYOGAKU            PIC 9(07).
       01  WS-NOBE-GENDO           PIC 9(05).
       01  WS-SEARCH-GAIBUNO       PIC 9(12).
       01  WS-AP-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-SK-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-CI-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-IX                   PIC 9(05)     VALUE ZERO  COMP.
       01  WS-AP-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-SK-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-CI-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-NX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-JX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-DROP-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-HAKKO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SHINKOKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-SHINYOU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-ZENKEN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-CHOKA-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-NASHI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-MEMBER-KEY.
           05  WS-MK-KIGYOUCD      PIC 9(04).
           05  WS-MK-SUBRANGEKEY   PIC 9(04).
           05  WS-MK-NAIBUKAIINNO  PIC 9(08).
      * 生活維持費（千円・年額）。行は住居費負担なし・あり、列は
      * 世帯人数１・２・３・４人以上。
       01  WS-SEIKATSUHI-TABLE.
           05  FILLER              PIC X(20) VALUE
                   "00900013600169002000".
           05  FILLER              PIC X(20) VALUE
                   "01160017700209002400".
       01  WS-SEIKATSUHI-TABLE-R REDEFINES WS-SEIKATSUHI-TABLE.
           05  WS-SK-JUKYO         OCCURS 2.
               10  WS-SEIKATSUHI   PIC 9(05)     OCCURS 4.
      * 申込ファイルから取得する識別番号別の最新申込情報
       01  WS-APP-TBL.
           05  WS-AP-ENT           OCCURS 9999.
             07  WS-AP-GAIBUNO     PIC 9(12).
             07  WS-AP-NENSHUKBN   PIC X(01).
             07  WS-AP-FAMILY      PIC X(01).
             07  WS-AP-SUMAI       PIC X(01).
             07  WS-AP-UKETSUKEDT  PIC 9(07).
      * 当日分の年収再申告（同一会員は申告日の新しい方）
       01  WS-SK-TBL.
           05  WS-SK-ENT           OCCURS 9999.
             07  WS-SK-KEY         PIC X(16).
             07  WS-SK-NENSHU      PIC 9(07).
             07  WS-SK-NENSHUKBN   PIC X(01).
             07  WS-SK-FAMILY      PIC X(01).
             07  WS-SK-SUMAI       PIC X(01).
             07  WS-SK-YMD         PIC 9(08).
      * 当日分の信用情報回答（同一識別番号は回答日の新しい方）
       01  WS-CI-TBL.
           05  WS-CI-ENT           OCCURS 9999.
             07  WS-CI-GAIBUNO     PIC 9(12).
             07  WS-CI-SAIMU       PIC 9(07).
             07  WS-CI-YMD         PIC 9(08).
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SANTEIKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-NENSHU        PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SEIKATSUHI    PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-CREDITSAIMU   PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KANOGAKU      PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KYOYOGENDO    PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-NOBEGENDO     PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HANTEI        PIC N(06).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SANTEI-MEMBER THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-APP-TBL
           INITIALIZE WS-SK-TBL
           INITIALIZE WS-CI-TBL
           OPEN INPUT  SANTEI-PARAM
           READ SANTEI-PARAM
               AT END MOVE 1 TO PRM-MODEKBN
           END-READ
           CLOSE SANTEI-PARAM
           OPEN INPUT QBS002-APPFILE
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-APP UNTIL WS-EOF
           CLOSE QBS002-APPFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SHINKOKU-TRANFILE
           READ SHINKOKU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1200-LOAD-SHINKOKU UNTIL WS-EOF
           CLOSE SHINKOKU-TRANFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CICKAITOU-FILE
           READ CICKAITOU-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1300-LOAD-CIC UNTIL WS-EOF
           CLOSE CICKAITOU-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS243-KANOGAKU
           OPEN OUTPUT KANOGAKU-RPTFILE
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 1900-READ-NEXT
           END-IF.

      * 同一識別番号の申込が複数あるときは受付日の新しい方を採る。
       1100-LOAD-APP.
           MOVE QBS002-GAIBUKAIINNO  TO WS-SEARCH-GAIBUNO
           PERFORM 1110-SEARCH-APP
           IF  NOT WS-HIT
               IF  WS-AP-MAX < 9999
                   ADD 1 TO WS-AP-MAX
                   MOVE WS-AP-MAX    TO WS-AP-IX
                   MOVE QBS002-GAIBUKAIINNO
                                     TO WS-AP-GAIBUNO(WS-AP-IX)
                   MOVE ZERO         TO WS-AP-UKETSUKEDT(WS-AP-IX)
                   SET WS-HIT TO TRUE
               ELSE
                   ADD 1 TO WS-DROP-COUNT
               END-IF
           END-IF
           IF  WS-HIT
           AND QBS002-UKETSUKEDATE >= WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE QBS002-NENSHUKBN TO WS-AP-NENSHUKBN(WS-AP-IX)
               MOVE QBS002-FAMILYJYOUKYOU
                                     TO WS-AP-FAMILY(WS-AP-IX)
               MOVE QBS002-SUMAIKBN  TO WS-AP-SUMAI(WS-AP-IX)
               MOVE QBS002-UKETSUKEDATE
                                     TO WS-AP-UKETSUKEDT(WS-AP-IX)
           END-IF
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1110-SEARCH-APP.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1111-COMPARE-APP
                   VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-AP-IX
           END-IF.

       1111-COMPARE-APP.
           IF  WS-AP-GAIBUNO(WS-AP-IX) = WS-SEARCH-GAIBUNO
               SET WS-HIT TO TRUE
           END-IF.

       1200-LOAD-SHINKOKU.
           MOVE SKT-PRMKIGYOUCD      TO WS-MK-KIGYOUCD
           MOVE SKT-PRMSUBRANGEKEY   TO WS-MK-SUBRANGEKEY
           MOVE SKT-PRMNAIBUKAIINNO  TO WS-MK-NAIBUKAIINNO
           PERFORM 1210-SEARCH-SHINKOKU
           IF  NOT WS-HIT
               IF  WS-SK-MAX < 9999
                   ADD 1 TO WS-SK-MAX
                   MOVE WS-SK-MAX    TO WS-SK-IX
                   MOVE WS-MEMBER-KEY TO WS-SK-KEY(WS-SK-IX)
                   MOVE ZERO         TO WS-SK-YMD(WS-SK-IX)
                   SET WS-HIT TO TRUE
               ELSE
                   ADD 1 TO WS-DROP-COUNT
               END-IF
           END-IF
           IF  WS-HIT
           AND SKT-SHINKOKUYMD >= WS-SK-YMD(WS-SK-IX)
               MOVE SKT-SHINKOKUNENSHU TO WS-SK-NENSHU(WS-SK-IX)
               MOVE SKT-NENSHUKBN    TO WS-SK-NENSHUKBN(WS-SK-IX)
               MOVE SKT-FAMILYJYOUKYOU
                                     TO WS-SK-FAMILY(WS-SK-IX)
               MOVE SKT-SUMAIKBN     TO WS-SK-SUMAI(WS-SK-IX)
               MOVE SKT-SHINKOKUYMD  TO WS-SK-YMD(WS-SK-IX)
           END-IF
           READ SHINKOKU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1210-SEARCH-SHINKOKU.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1211-COMPARE-SHINKOKU
                   VARYING WS-SK-IX FROM 1 BY 1
                   UNTIL WS-SK-IX > WS-SK-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-SK-IX
           END-IF.

       1211-COMPARE-SHINKOKU.
           IF  WS-SK-KEY(WS-SK-IX) = WS-MEMBER-KEY
               SET WS-HIT TO TRUE
           END-IF.

       1300-LOAD-CIC.
           MOVE CIC-GAIBUKAIINNO     TO WS-SEARCH-GAIBUNO
           PERFORM 1310-SEARCH-CIC
           IF  NOT WS-HIT
               IF  WS-CI-MAX < 9999
                   ADD 1 TO WS-CI-MAX
                   MOVE WS-CI-MAX    TO WS-CI-IX
                   MOVE CIC-GAIBUKAIINNO
                                     TO WS-CI-GAIBUNO(WS-CI-IX)
                   MOVE ZERO         TO WS-CI-YMD(WS-CI-IX)
                   SET WS-HIT TO TRUE
               ELSE
                   ADD 1 TO WS-DROP-COUNT
               END-IF
           END-IF
           IF  WS-HIT
           AND CIC-KAITOUYMD >= WS-CI-YMD(WS-CI-IX)
               MOVE CIC-NENKANSHIHARAI TO WS-CI-SAIMU(WS-CI-IX)
               MOVE CIC-KAITOUYMD    TO WS-CI-YMD(WS-CI-IX)
           END-IF
           READ CICKAITOU-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1310-SEARCH-CIC.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1311-COMPARE-CIC
                   VARYING WS-CI-IX FROM 1 BY 1
                   UNTIL WS-CI-IX > WS-CI-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-CI-IX
           END-IF.

       1311-COMPARE-CIC.
           IF  WS-CI-GAIBUNO(WS-CI-IX) = WS-SEARCH-GAIBUNO
               SET WS-HIT TO TRUE
           END-IF.

       1900-READ-NEXT.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 算定契機の判定。算定結果のない会員（新規発行）、当日年収
      * 再申告のあった会員、前回より新しい信用情報回答のあった
      * 会員を算定する。全件モードでは全会員を再算定する。
       2000-SANTEI-MEMBER.
           MOVE QTS010-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-MK-SUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
           MOVE WS-MEMBER-KEY          TO QTS243-PRM
           MOVE "Y"                    TO WS-KIZON-SW
           READ QTS243-KANOGAKU
               INVALID KEY
                   MOVE "N"            TO WS-KIZON-SW
           END-READ
           PERFORM 1210-SEARCH-SHINKOKU
           IF  WS-HIT
               MOVE WS-SK-IX           TO WS-IX
           ELSE
               MOVE ZERO               TO WS-IX
           END-IF
           MOVE QTS010-GKNSHIKIBETSUNO TO WS-SEARCH-GAIBUNO
           PERFORM 1310-SEARCH-CIC
           IF  WS-HIT
               IF  WS-KIZON
               AND WS-CI-YMD(WS-CI-IX) <= QTS243-SHINYOUKAITOUYMD
                   MOVE ZERO           TO WS-CI-IX
               END-IF
           ELSE
               MOVE ZERO               TO WS-CI-IX
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-KIZON
                   MOVE "1"            TO WS-SANTEIKBN
                   ADD 1 TO WS-HAKKO-COUNT
               WHEN WS-IX > ZERO
                   MOVE "2"            TO WS-SANTEIKBN
                   ADD 1 TO WS-SHINKOKU-COUNT
               WHEN WS-CI-IX > ZERO
                   MOVE "3"            TO WS-SANTEIKBN
                   ADD 1 TO WS-SHINYOU-COUNT
               WHEN PRM-MODEKBN = 2
                   MOVE "4"            TO WS-SANTEIKBN
                   ADD 1 TO WS-ZENKEN-COUNT
               WHEN OTHER
                   PERFORM 1900-READ-NEXT
                   GO TO 2000-EXIT
           END-EVALUATE
           IF  NOT WS-KIZON
               INITIALIZE QTS243-REC
               MOVE WS-MEMBER-KEY      TO QTS243-PRM
           END-IF
           PERFORM 3000-SET-ZAIRYO
           PERFORM 4000-CALC-KANOGAKU
           MOVE WS-SANTEIKBN           TO QTS243-SANTEIKBN
           MOVE WS-TODAY               TO QTS243-SANTEIYMD
           MOVE WS-TODAY               TO QTS243-SVRKOUSHINYMD
           IF  WS-KIZON
               REWRITE QTS243-REC
           ELSE
               WRITE QTS243-REC
           END-IF
           IF  QTS243-HANTEIKBN NOT = "0"
               PERFORM 6000-WRITE-RPT
           END-IF
           PERFORM 1900-READ-NEXT.

       2000-EXIT.
           EXIT.

      * 算定材料の更新。年収再申告を最優先し、未設定の項目は申込
      * 情報で補う。信用情報は新しい回答があれば置き換える。
       3000-SET-ZAIRYO.
           IF  WS-IX > ZERO
               MOVE WS-SK-NENSHU(WS-IX) TO QTS243-SHINKOKUNENSHU
               MOVE WS-SK-YMD(WS-IX)    TO QTS243-SHINKOKUYMD
               IF  WS-SK-NENSHUKBN(WS-IX) NOT = SPACE
                   MOVE WS-SK-NENSHUKBN(WS-IX) TO QTS243-NENSHUKBN
               END-IF
               IF  WS-SK-FAMILY(WS-IX) NOT = SPACE
                   MOVE WS-SK-FAMILY(WS-IX) TO QTS243-FAMILYJYOUKYOU
               END-IF
               IF  WS-SK-SUMAI(WS-IX) NOT = SPACE
                   MOVE WS-SK-SUMAI(WS-IX)  TO QTS243-SUMAIKBN
               END-IF
           END-IF
           PERFORM 1110-SEARCH-APP
           IF  WS-HIT
               IF  QTS243-NENSHUKBN = SPACE OR LOW-VALUE
                   MOVE WS-AP-NENSHUKBN(WS-AP-IX) TO QTS243-NENSHUKBN
               END-IF
               IF  QTS243-FAMILYJYOUKYOU = SPACE OR LOW-VALUE
                   MOVE WS-AP-FAMILY(WS-AP-IX)
                                     TO QTS243-FAMILYJYOUKYOU
               END-IF
               IF  QTS243-SUMAIKBN = SPACE OR LOW-VALUE
                   MOVE WS-AP-SUMAI(WS-AP-IX) TO QTS243-SUMAIKBN
               END-IF
           END-IF
           IF  WS-CI-IX > ZERO
               MOVE WS-CI-SAIMU(WS-CI-IX) TO QTS243-CREDITSAIMU
               MOVE WS-CI-YMD(WS-CI-IX)   TO QTS243-SHINYOUKAITOUYMD
           END-IF.

      * 支払可能見込額＝年収−生活維持費−クレジット債務（負は零）。
      * 家族状況・住まい区分が不明のときは生活維持費の最も高い
      * 区分（４人以上・住居費負担あり）で算定する。
       4000-CALC-KANOGAKU.
           IF  QTS243-SHINKOKUNENSHU > ZERO
               MOVE QTS243-SHINKOKUNENSHU TO QTS243-NENSHU
           ELSE
               EVALUATE QTS243-NENSHUKBN
                   WHEN "1" MOVE 2000  TO QTS243-NENSHU
                   WHEN "2" MOVE 3000  TO QTS243-NENSHU
                   WHEN "3" MOVE 4000  TO QTS243-NENSHU
                   WHEN "4" MOVE 5000  TO QTS243-NENSHU
                   WHEN "5" MOVE 7000  TO QTS243-NENSHU
                   WHEN "6" MOVE 10000 TO QTS243-NENSHU
                   WHEN "7" MOVE 15000 TO QTS243-NENSHU
                   WHEN "8" MOVE 20000 TO QTS243-NENSHU
                   WHEN "9" MOVE 30000 TO QTS243-NENSHU
                   WHEN OTHER MOVE ZERO TO QTS243-NENSHU
               END-EVALUATE
           END-IF
           EVALUATE QTS243-FAMILYJYOUKYOU
               WHEN "1" MOVE 1 TO QTS243-SETAININZU
               WHEN "2" MOVE 2 TO QTS243-SETAININZU
               WHEN "3" MOVE 3 TO QTS243-SETAININZU
               WHEN OTHER MOVE 4 TO QTS243-SETAININZU
           END-EVALUATE
           IF  QTS243-SUMAIKBN = "1" OR "4" OR "5"
               MOVE "0"                TO QTS243-JUKYOHIKBN
               MOVE 1                  TO WS-JX
           ELSE
               MOVE "1"                TO QTS243-JUKYOHIKBN
               MOVE 2                  TO WS-JX
           END-IF
           MOVE QTS243-SETAININZU      TO WS-NX
           MOVE WS-SEIKATSUHI(WS-JX, WS-NX) TO QTS243-SEIKATSUHI
           COMPUTE WS-KANOGAKU = QTS243-NENSHU
                               - QTS243-SEIKATSUHI
                               - QTS243-CREDITSAIMU
           IF  WS-KANOGAKU < ZERO
               MOVE ZERO               TO WS-KANOGAKU
           END-IF
           MOVE WS-KANOGAKU            TO QTS243-SHIHARAIKANOGAKU
           COMPUTE WS-KYOYOGAKU =
               QTS243-SHIHARAIKANOGAKU * WS-KYOYO-RITSU / 100
           IF  WS-KYOYOGAKU > 99999
               MOVE 99999              TO QTS243-KYOYOGENDO
           ELSE
               MOVE WS-KYOYOGAKU       TO QTS243-KYOYOGENDO
           END-IF
           PERFORM 4100-GET-NOBEGENDO
           EVALUATE TRUE
               WHEN QTS243-NENSHU = ZERO
                   MOVE "2"            TO QTS243-HANTEIKBN
                   ADD 1 TO WS-NASHI-COUNT
               WHEN WS-NOBE-GENDO > QTS243-KYOYOGENDO
                   MOVE "1"            TO QTS243-HANTEIKBN
                   ADD 1 TO WS-CHOKA-COUNT
               WHEN OTHER
                   MOVE "0"            TO QTS243-HANTEIKBN
           END-EVALUATE.

      * 判定対象の延払限度額。延払限度額が未設定または総限度額を
      * 超える場合は総限度額が実効の上限となる。
       4100-GET-NOBEGENDO.
           IF  QTS010-YSNNOBEGENDO = ZERO
           OR  QTS010-YSNNOBEGENDO > QTS010-YSNSOUGENDO
               MOVE QTS010-YSNSOUGENDO  TO WS-NOBE-GENDO
           ELSE
               MOVE QTS010-YSNNOBEGENDO TO WS-NOBE-GENDO
           END-IF.

       6000-WRITE-RPT.
           MOVE QTS243-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS243-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS243-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS243-SANTEIKBN       TO WS-RP-SANTEIKBN
           MOVE QTS243-NENSHU          TO WS-RP-NENSHU
           MOVE QTS243-SEIKATSUHI      TO WS-RP-SEIKATSUHI
           MOVE QTS243-CREDITSAIMU     TO WS-RP-CREDITSAIMU
           MOVE QTS243-SHIHARAIKANOGAKU TO WS-RP-KANOGAKU
           MOVE QTS243-KYOYOGENDO      TO WS-RP-KYOYOGENDO
           MOVE WS-NOBE-GENDO          TO WS-RP-NOBEGENDO
           IF  QTS243-HANTEIKBN = "1"
               MOVE "許容限度超過" TO WS-RP-HANTEI
           ELSE
               MOVE "年収情報なし" TO WS-RP-HANTEI
           END-IF
           MOVE WS-RPT-LINE            TO KANOGAKU-RPT-LINE
           WRITE KANOGAKU-RPT-LINE.

       9000-TERMINATE.
           IF  WS-DROP-COUNT > ZERO
               DISPLAY "QTS243B: TBL AFURE "
                   WS-DROP-COUNT " KEN TAISHOGAI"
           END-IF
           DISPLAY "QTS243B: HAKKO=" WS-HAKKO-COUNT
                   " SHINKOKU=" WS-SHINKOKU-COUNT
                   " SHINYOU=" WS-SHINYOU-COUNT
                   " ZENKEN=" WS-ZENKEN-COUNT
                   " CHOKA=" WS-CHOKA-COUNT
                   " NENSHU-NASHI=" WS-NASHI-COUNT
           CLOSE QTS010-MASTER
           CLOSE QTS243-KANOGAKU
           CLOSE KANOGAKU-RPTFILE.
