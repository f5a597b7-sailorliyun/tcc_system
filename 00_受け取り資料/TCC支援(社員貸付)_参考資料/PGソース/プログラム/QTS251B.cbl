      *8...........2.........3.........4.........5........6........7.........8
      *    QTS251B
      ****************************************************************
      *                死亡会員残高確定・相続人請求・団信請求バッチ  *
      *                （残高確定・請求作成・団信保険金計上）        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    〔モード１〕QTS251Mで届出登録した会員（状態１）の死亡日
      *    時点残高を確定する。カード債権は入金分解（QTS100）の未回収
      *    残、貸付債権は死亡日までに弁済期の来た未回収残と返済予定
      *    （QTS210）の元本残に死亡日までの経過利息を加える。団信加入
      *    の会員は貸付分を保険会社あて請求ファイルへ出し、残りを相続
      *    人あて請求状として手紙キュー（QYAB020P）へ積む。
      *    〔モード２〕保険会社からの保険金支払通知を入金計上（QTS090
      *    入金経路７）し、貸付債権の残をゼロへ落として返済予定を閉じ
      *    る。請求額と一致しない通知は計上せず復帰コード８で終了する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS251B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHIBOU-PARAM    ASSIGN TO "QTS251PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS251-SHIBOU   ASSIGN TO "QTS251"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS251-PRM
                   FILE STATUS IS WS-QTS251-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
      * 手紙キューはQYAB020Pレイアウトの発生元別ファイルとし、印刷
      * バッチが各発生元のファイルをマージして投入する。
           SELECT  QYAB020P-LETTERQ ASSIGN TO "QTS251LQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QYAB020P-STATUS.
           SELECT  DANSHIN-OUTFILE ASSIGN TO "QTS251DS"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  DANSHIN-INFILE  ASSIGN TO "DANSHINRET"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SHIBOU-LIST     ASSIGN TO "QTS251RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHIBOU-PARAM.
       01  SHIBOU-PARAM-REC.
           05  PRM-MODEKBN             PIC 9(01).
      *        1:残高確定・請求作成  2:団信保険金計上
       FD  QTS251-SHIBOU.
       01  QTS251-REC.
           COPY QTS251 REPLACING ==()== BY ==QTS251==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  QYAB020P-LETTERQ.
       01  QYAB020P-REC.
           COPY QYAB020P REPLACING ==()== BY ==QYAB020P==.
       FD  DANSHIN-OUTFILE.
      *    保険会社あて団体信用生命保険の保険金請求ファイル
       01  DANSHIN-OUT-REC.
           05  DSO-HOKENGAISHACD       PIC X(04).
           05  DSO-KIGYOUCD            PIC 9(04).
           05  DSO-SUBRANGEKEY         PIC 9(04).
           05  DSO-NAIBUKAIINNO        PIC 9(08).
           05  DSO-GAIBUKAIINNO        PIC 9(12).
           05  DSO-SHIMEIKANA          PIC X(30).
           05  DSO-SEINENGAPPI         PIC 9(08).
           05  DSO-SHIBOUYMD           PIC 9(08).
           05  DSO-ZANLOAN             PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  DSO-ZANRISOKU           PIC S9(09) SIGN LEADING
                                                  SEPARATE.
           05  DSO-SEIKYUKNG           PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  DSO-SEIKYUYMD           PIC 9(08).
       FD  DANSHIN-INFILE.
      *    保険会社からの保険金支払通知
       01  DANSHIN-IN-REC.
           05  DSI-KIGYOUCD            PIC 9(04).
           05  DSI-SUBRANGEKEY         PIC 9(04).
           05  DSI-NAIBUKAIINNO        PIC 9(08).
           05  DSI-SHIHARAIYMD         PIC 9(08).
           05  DSI-SHIHARAIKNG         PIC 9(11).
       FD  SHIBOU-LIST.
       01  SHIBOU-LIST-LINE            PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS251-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS090-STATUS        PIC X(02).
       01  WS-QYAB020P-STATUS      PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-MODEKBN              PIC 9(01)     VALUE 1.
       01  WS-RENBAN               PIC 9(04)     VALUE ZERO.
       01  WS-ZAN-KNG              PIC S9(11).
       01  WS-SX                   PIC 9(05)     VALUE ZERO  COMP.
       01  WS-SB-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-KAKUTEI-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-SOUZOKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-DSNSEIKYU-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-DSNKEIJO-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-ERR-COUNT            PIC 9(05)     VALUE ZERO.
       01  WS-DSNKEIJO-KNG         PIC S9(13)    VALUE ZERO.
       01  WS-ATENA-IZOKU          PIC X(30)
               VALUE "ｺﾞｲｿﾞｸ ｻﾏ".
      * 返済予定の集計単位（会員×入金明細×版数）
       01  WS-GROUP-KEY.
           05  WS-GR-KIGYOUCD      PIC 9(04).
           05  WS-GR-SUBRANGE      PIC 9(04).
           05  WS-GR-KAIINNO       PIC 9(08).
           05  WS-GR-MEISAI        PIC 9(07).
           05  WS-GR-VER           PIC 9(02).
       01  WS-NOW-KEY.
           05  WS-NW-KIGYOUCD      PIC 9(04).
           05  WS-NW-SUBRANGE      PIC 9(04).
           05  WS-NW-KAIINNO       PIC 9(08).
           05  WS-NW-MEISAI        PIC 9(07).
           05  WS-NW-VER           PIC 9(02).
       01  WS-GROUP-SW             PIC X(01)     VALUE "N".
           88  WS-GROUP-ARI                      VALUE "Y".
       01  WS-GR-SX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-MIRAI-SW             PIC X(01).
           88  WS-MIRAI                          VALUE "Y".
       01  WS-GR-ZAN               PIC S9(11).
       01  WS-GR-KIJUNYMD          PIC 9(08).
       01  WS-GR-RITSU             PIC 99V99.
       01  WS-KEIKA-NISSU          PIC S9(05).
       01  WS-RISOKU-KNG           PIC S9(09).
      * 残高確定対象（状態１）の死亡会員
       01  WS-SB-TBL.
           05  WS-SB-ENT           OCCURS 2000.
             07  WS-SB-KIGYOUCD    PIC 9(04).
             07  WS-SB-SUBRANGE    PIC 9(04).
             07  WS-SB-KAIINNO     PIC 9(08).
             07  WS-SB-SHIBOUYMD   PIC 9(08).
             07  WS-SB-ZANCARD     PIC S9(11).
             07  WS-SB-ZANLOAN     PIC S9(11).
             07  WS-SB-ZANRISOKU   PIC S9(09).
       01  WS-SL-LINE.
           05  WS-SL-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-SHIBOUYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-ZANCARD       PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-ZANLOAN       PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-SOUZOKU       PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-DANSHIN       PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-BIKO          PIC X(06)     VALUE SPACES.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           IF  WS-MODEKBN = 1
               PERFORM 2000-LOAD-SHIBOU UNTIL WS-EOF
               IF  WS-SB-MAX > ZERO
                   PERFORM 3000-OPEN-BUNKAI
                   PERFORM 3100-SUM-BUNKAI UNTIL WS-EOF
                   CLOSE QTS100-BUNKAI
                   PERFORM 4000-OPEN-YOTEI
                   PERFORM 4100-SUM-YOTEI UNTIL WS-EOF
                   PERFORM 4800-FLUSH-GROUP
                   CLOSE QTS210-SCHEDULE
                   PERFORM 5000-KAKUTEI THRU 5000-EXIT
                       VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SB-MAX
               END-IF
           ELSE
               PERFORM 6000-APPLY-DANSHIN THRU 6900-NEXT-DANSHIN
                   UNTIL WS-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-SB-TBL
           OPEN INPUT  SHIBOU-PARAM
           READ SHIBOU-PARAM
               AT END
                   MOVE 1    TO PRM-MODEKBN
           END-READ
           MOVE PRM-MODEKBN TO WS-MODEKBN
           CLOSE SHIBOU-PARAM
           OPEN I-O    QTS251-SHIBOU
           OPEN OUTPUT SHIBOU-LIST
           MOVE "N" TO WS-EOF-SW
           IF  WS-MODEKBN = 1
               OPEN INPUT  QTS010-MASTER
               OPEN OUTPUT QYAB020P-LETTERQ
               OPEN OUTPUT DANSHIN-OUTFILE
               MOVE ZERO TO QTS251-PRMKIGYOUCD
               MOVE ZERO TO QTS251-PRMSUBRANGEKEY
               MOVE ZERO TO QTS251-PRMNAIBUKAIINNO
               START QTS251-SHIBOU KEY >= QTS251-PRM
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF  NOT WS-EOF
                   READ QTS251-SHIBOU NEXT
                       AT END SET WS-EOF TO TRUE
                   END-READ
               END-IF
           ELSE
               OPEN INPUT  DANSHIN-INFILE
               READ DANSHIN-INFILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 届出登録済（状態１）の会員を展開する。
       2000-LOAD-SHIBOU.
           IF  QTS251-SHIBOUSTS = "1"
               IF  WS-SB-MAX >= 2000
                   DISPLAY "QTS251B: SHIBOU TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SB-MAX
               MOVE QTS251-PRMKIGYOUCD
                   TO WS-SB-KIGYOUCD(WS-SB-MAX)
               MOVE QTS251-PRMSUBRANGEKEY
                   TO WS-SB-SUBRANGE(WS-SB-MAX)
               MOVE QTS251-PRMNAIBUKAIINNO
                   TO WS-SB-KAIINNO(WS-SB-MAX)
               MOVE QTS251-SHIBOUYMD
                   TO WS-SB-SHIBOUYMD(WS-SB-MAX)
           END-IF
           READ QTS251-SHIBOU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-OPEN-BUNKAI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 入金分解の未回収残を積み上げる。ローン種別のない明細は
      * カード債権、ある明細は弁済期（入金予定日）が死亡日以前の
      * ものに限り貸付債権とする（以後の弁済期分は返済予定の
      * 元本残に含まれる）。
       3100-SUM-BUNKAI.
           MOVE QTS100-PRMKIGYOUCD     TO WS-NW-KIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO WS-NW-SUBRANGE
           MOVE QTS100-PRMNAIBUKAIINNO TO WS-NW-KAIINNO
           PERFORM 3500-FIND-SHIBOU
           IF  WS-HIT
               COMPUTE WS-ZAN-KNG =
                   QTS100-JTJGENPON + QTS100-JTJTESURYOU76
                   + QTS100-JTJTESURYOU16 + QTS100-JTJJIMTESURYOU
                   + QTS100-JTJSONGAIKIN + QTS100-JTJMODOSIRISOKU
               IF  QTS100-LOANSHUBETSU = ZERO
                   ADD WS-ZAN-KNG TO WS-SB-ZANCARD(WS-SX)
               ELSE
                   IF  QTS100-NYUKINBI <= WS-SB-SHIBOUYMD(WS-SX)
                       ADD WS-ZAN-KNG TO WS-SB-ZANLOAN(WS-SX)
                   END-IF
               END-IF
           END-IF
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       3500-FIND-SHIBOU.
           MOVE "N" TO WS-HIT-SW
           PERFORM 3510-MATCH-SHIBOU
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SB-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-SX
           END-IF.

       3510-MATCH-SHIBOU.
           IF  WS-SB-KIGYOUCD(WS-SX) = WS-NW-KIGYOUCD
           AND WS-SB-SUBRANGE(WS-SX) = WS-NW-SUBRANGE
           AND WS-SB-KAIINNO(WS-SX)  = WS-NW-KAIINNO
               SET WS-HIT TO TRUE
           END-IF.

       4000-OPEN-YOTEI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS210-SCHEDULE
           MOVE ZERO TO QTS210-PRMKIGYOUCD
           MOVE ZERO TO QTS210-PRMSUBRANGEKEY
           MOVE ZERO TO QTS210-PRMNAIBUKAIINNO
           MOVE ZERO TO QTS210-PRMNYUKINMEISAI
           MOVE ZERO TO QTS210-PRMSCHEDULEVER
           MOVE ZERO TO QTS210-PRMKAISUU
           START QTS210-SCHEDULE KEY >= QTS210-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS210-SCHEDULE NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 現行版の返済予定をローン単位にまとめ、死亡日時点の元本残
      * （死亡日以前の直近回の支払後残高、該当回がなければ初回の
      * 支払前残高）と、その回の翌日（該当回がなければ予定表作成
      * 日）から死亡日までの日割経過利息を求める（QTS232Bと同じ
      * 求め方）。
       4100-SUM-YOTEI.
           IF  QTS210-YUKOFLG = "1"
               MOVE QTS210-PRMKIGYOUCD     TO WS-NW-KIGYOUCD
               MOVE QTS210-PRMSUBRANGEKEY  TO WS-NW-SUBRANGE
               MOVE QTS210-PRMNAIBUKAIINNO TO WS-NW-KAIINNO
               MOVE QTS210-PRMNYUKINMEISAI TO WS-NW-MEISAI
               MOVE QTS210-PRMSCHEDULEVER  TO WS-NW-VER
               IF  WS-NOW-KEY NOT = WS-GROUP-KEY
                   PERFORM 4800-FLUSH-GROUP
                   MOVE WS-NOW-KEY TO WS-GROUP-KEY
                   PERFORM 3500-FIND-SHIBOU
                   IF  WS-HIT
                       SET WS-GROUP-ARI TO TRUE
                       MOVE WS-SX TO WS-GR-SX
                       COMPUTE WS-GR-ZAN =
                           QTS210-SHIHARAIGOZAN + QTS210-GENPONGAKU
                       MOVE QTS210-SAKUSEIYMD    TO WS-GR-KIJUNYMD
                       MOVE QTS210-YAKUJORIRITSU TO WS-GR-RITSU
                       MOVE "N" TO WS-MIRAI-SW
                   END-IF
               END-IF
               IF  WS-GROUP-ARI
                   IF  QTS210-SHIHARAIYMD
                           <= WS-SB-SHIBOUYMD(WS-GR-SX)
                       MOVE QTS210-SHIHARAIGOZAN TO WS-GR-ZAN
                       MOVE QTS210-SHIHARAIYMD   TO WS-GR-KIJUNYMD
                       MOVE QTS210-YAKUJORIRITSU TO WS-GR-RITSU
                   ELSE
                       IF  NOT WS-MIRAI
                           MOVE QTS210-YAKUJORIRITSU TO WS-GR-RITSU
                           SET WS-MIRAI TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ QTS210-SCHEDULE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       4800-FLUSH-GROUP.
           IF  WS-GROUP-ARI
               MOVE "N" TO WS-GROUP-SW
               IF  WS-GR-ZAN > ZERO
                   ADD WS-GR-ZAN TO WS-SB-ZANLOAN(WS-GR-SX)
                   PERFORM 4900-CALC-RISOKU THRU 4900-EXIT
               END-IF
           END-IF.

       4900-CALC-RISOKU.
           IF  WS-GR-KIJUNYMD = ZERO
           OR  WS-GR-KIJUNYMD >= WS-SB-SHIBOUYMD(WS-GR-SX)
               GO TO 4900-EXIT
           END-IF
           COMPUTE WS-KEIKA-NISSU =
               FUNCTION INTEGER-OF-DATE(WS-SB-SHIBOUYMD(WS-GR-SX))
               - FUNCTION INTEGER-OF-DATE(WS-GR-KIJUNYMD)
           COMPUTE WS-RISOKU-KNG =
               WS-GR-ZAN * WS-GR-RITSU / 100 / 365 * WS-KEIKA-NISSU
           ADD WS-RISOKU-KNG TO WS-SB-ZANRISOKU(WS-GR-SX).

       4900-EXIT.
           EXIT.

      * 死亡日時点残高を確定し、団信加入者は貸付分（元本残＋経過
      * 利息）を保険会社へ請求する。残りは相続人あて請求状とする。
       5000-KAKUTEI.
           MOVE WS-SB-KIGYOUCD(WS-SX)  TO QTS251-PRMKIGYOUCD
           MOVE WS-SB-SUBRANGE(WS-SX)  TO QTS251-PRMSUBRANGEKEY
           MOVE WS-SB-KAIINNO(WS-SX)   TO QTS251-PRMNAIBUKAIINNO
           READ QTS251-SHIBOU
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ
           MOVE QTS251-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS251-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS251-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY "QTS251B: QTS010 NASHI " QTS010-PRM
                   GO TO 5000-EXIT
           END-READ
           MOVE WS-SB-ZANCARD(WS-SX)   TO QTS251-ZANCARD
           MOVE WS-SB-ZANLOAN(WS-SX)   TO QTS251-ZANLOAN
           MOVE WS-SB-ZANRISOKU(WS-SX) TO QTS251-ZANRISOKU
           COMPUTE QTS251-ZANGOKEI =
               QTS251-ZANCARD + QTS251-ZANLOAN + QTS251-ZANRISOKU
           MOVE WS-TODAY               TO QTS251-ZANKAKUTEIYMD
           MOVE ZERO                   TO QTS251-DSNSEIKYUKNG
           MOVE "2"                    TO QTS251-SHIBOUSTS
           IF  QTS251-DANSHINKBN = "1"
           AND QTS251-ZANLOAN + QTS251-ZANRISOKU > ZERO
               COMPUTE QTS251-DSNSEIKYUKNG =
                   QTS251-ZANLOAN + QTS251-ZANRISOKU
               MOVE WS-TODAY           TO QTS251-DSNSEIKYUYMD
               MOVE "3"                TO QTS251-SHIBOUSTS
               PERFORM 5100-WRITE-DANSHIN
           END-IF
           COMPUTE QTS251-SOUZOKUKNG =
               QTS251-ZANGOKEI - QTS251-DSNSEIKYUKNG
           IF  QTS251-SOUZOKUKNG > ZERO
               MOVE WS-TODAY           TO QTS251-SOUZOKUYMD
               PERFORM 5200-WRITE-LETTER
           END-IF
           MOVE WS-TODAY               TO QTS251-SVRKOUSHINYMD
           REWRITE QTS251-REC
           ADD 1 TO WS-KAKUTEI-COUNT
           MOVE SPACES                 TO WS-SL-BIKO
           PERFORM 7000-WRITE-LIST.

       5000-EXIT.
           EXIT.

       5100-WRITE-DANSHIN.
           MOVE QTS251-HOKENGAISHACD   TO DSO-HOKENGAISHACD
           MOVE QTS251-PRMKIGYOUCD     TO DSO-KIGYOUCD
           MOVE QTS251-PRMSUBRANGEKEY  TO DSO-SUBRANGEKEY
           MOVE QTS251-PRMNAIBUKAIINNO TO DSO-NAIBUKAIINNO
           MOVE QTS010-GKNSHIKIBETSUNO TO DSO-GAIBUKAIINNO
           MOVE QTS010-HONSHIMEIKANA   TO DSO-SHIMEIKANA
           MOVE QTS010-HONSEINENGAPPI  TO DSO-SEINENGAPPI
           MOVE QTS251-SHIBOUYMD       TO DSO-SHIBOUYMD
           MOVE QTS251-ZANLOAN         TO DSO-ZANLOAN
           MOVE QTS251-ZANRISOKU       TO DSO-ZANRISOKU
           MOVE QTS251-DSNSEIKYUKNG    TO DSO-SEIKYUKNG
           MOVE WS-TODAY               TO DSO-SEIKYUYMD
           WRITE DANSHIN-OUT-REC
           ADD 1 TO WS-DSNSEIKYU-COUNT.

      * 相続人あて請求状。宛先は届出人（相続人）とし、届出人の住所
      * がなければ故人の自宅へ遺族あてで送る。
       5200-WRITE-LETTER.
           ADD 1 TO WS-RENBAN
           INITIALIZE QYAB020P-REC
           MOVE "SZSEIKYU"             TO QYAB020P-PRMBUNSYONO
           MOVE WS-TODAY               TO QYAB020P-PRMSAKUSEIYMD
           MOVE WS-RENBAN              TO QYAB020P-PRMRENBAN
           MOVE QTS251-PRMKIGYOUCD     TO QYAB020P-KIGYOCD
           MOVE QTS251-PRMSUBRANGEKEY  TO QYAB020P-SUBRNG
           MOVE QTS251-PRMNAIBUKAIINNO TO QYAB020P-NAIBUKAIIN
           MOVE "1"                    TO QYAB020P-SOUFUKBN
           MOVE QTS010-HONSHIMEIKANA   TO QYAB020P-SHIMEIKAN
           IF  QTS251-SZKJUSHOKANA NOT = SPACES
               MOVE QTS251-SZKYUUBINNO   TO QYAB020P-SONOTAYUUBINNO
               MOVE QTS251-SZKJUSHOKANA  TO QYAB020P-SONOTAJUSHO1
               MOVE QTS251-SZKSHIMEIKANA TO QYAB020P-SONOTAATENA
           ELSE
               MOVE QTS010-JTKYUUBINNO   TO QYAB020P-SONOTAYUUBINNO
               MOVE QTS010-JTKJUSHOKANA  TO QYAB020P-SONOTAJUSHO1
               MOVE WS-ATENA-IZOKU       TO QYAB020P-SONOTAATENA
           END-IF
           MOVE QTS251-SOUZOKUKNG      TO QYAB020P-RIYOUKNG
           MOVE QTS251-SHIBOUYMD       TO QYAB020P-SEIRINO
           MOVE "0"                    TO QYAB020P-PRINTFLG
           MOVE FUNCTION CURRENT-DATE
               TO QYAB020P-TOUROKUDATETIME
           WRITE QYAB020P-REC
           ADD 1 TO WS-SOUZOKU-COUNT.

      * 〔保険金計上〕請求済（状態３）の会員に限り、請求額どおりの
      * 支払通知を入金計上し、貸付債権の残を落とす。
       6000-APPLY-DANSHIN.
           MOVE DSI-KIGYOUCD           TO QTS251-PRMKIGYOUCD
           MOVE DSI-SUBRANGEKEY        TO QTS251-PRMSUBRANGEKEY
           MOVE DSI-NAIBUKAIINNO       TO QTS251-PRMNAIBUKAIINNO
           READ QTS251-SHIBOU
               INVALID KEY
                   INITIALIZE QTS251-REC
                   MOVE "MITORK"       TO WS-SL-BIKO
                   GO TO 6000-ERROR
           END-READ
           IF  QTS251-SHIBOUSTS NOT = "3"
               MOVE "JOTAI"            TO WS-SL-BIKO
               GO TO 6000-ERROR
           END-IF
           IF  DSI-SHIHARAIKNG NOT = QTS251-DSNSEIKYUKNG
               MOVE "KINGAK"           TO WS-SL-BIKO
               GO TO 6000-ERROR
           END-IF
           PERFORM 6100-POST-HOKEN
           PERFORM 6200-CLEAR-LOAN
           PERFORM 6300-CLOSE-YOTEI
           MOVE "4"                    TO QTS251-SHIBOUSTS
           MOVE DSI-SHIHARAIYMD        TO QTS251-DSNSHIHARAIYMD
           MOVE DSI-SHIHARAIKNG        TO QTS251-DSNSHIHARAIKNG
           MOVE WS-TODAY               TO QTS251-SVRKOUSHINYMD
           REWRITE QTS251-REC
           ADD 1 TO WS-DSNKEIJO-COUNT
           ADD DSI-SHIHARAIKNG         TO WS-DSNKEIJO-KNG
           MOVE SPACES                 TO WS-SL-BIKO
           PERFORM 7000-WRITE-LIST
           GO TO 6900-NEXT-DANSHIN.

       6000-ERROR.
           ADD 1 TO WS-ERR-COUNT
           PERFORM 7000-WRITE-LIST.

       6900-NEXT-DANSHIN.
           READ DANSHIN-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       6100-POST-HOKEN.
           OPEN EXTEND QTS090-NYUKIN
           INITIALIZE QTS090-REC
           MOVE QTS251-PRMKIGYOUCD     TO QTS090-PRMKIGYOUCD
           MOVE QTS251-PRMSUBRANGEKEY  TO QTS090-PRMSUBRANJEKEY
           MOVE QTS251-PRMNAIBUKAIINNO TO QTS090-PRMNAIBUKAIINNO
           MOVE 1                      TO QTS090-PRMMEISAINO
           COMPUTE QTS090-PRMKEIJYOUTUUBAN =
               700000000 + QTS251-PRMNAIBUKAIINNO
           MOVE 1                      TO QTS090-ROGSEQUENCE
           MOVE DSI-SHIHARAIYMD        TO QTS090-NYUKINBI
           MOVE WS-TODAY               TO QTS090-KEIJYOUBI
           MOVE WS-TODAY               TO QTS090-SHORIBI
           MOVE DSI-SHIHARAIKNG        TO QTS090-KNG
           MOVE "7"                    TO QTS090-NYUKINKEIRO
      *        入金経路  ７:団信保険金
           MOVE "1"                    TO QTS090-NYUKINHASSEIRIYU
           MOVE WS-TODAY               TO QTS090-SVRKOUSHINYMD
           WRITE QTS090-REC
           CLOSE QTS090-NYUKIN.

      * 貸付債権（ローン種別のある入金分解）の残をゼロへ落とす。
       6200-CLEAR-LOAN.
           MOVE "N"  TO WS-SCAN-EOF-SW
           OPEN I-O QTS100-BUNKAI
           READ QTS100-BUNKAI
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           PERFORM 6210-CLEAR-ONE UNTIL WS-SCAN-EOF
           CLOSE QTS100-BUNKAI.

       6210-CLEAR-ONE.
           IF  QTS100-PRMKIGYOUCD = QTS251-PRMKIGYOUCD
           AND QTS100-PRMSUBRANJIKEY = QTS251-PRMSUBRANGEKEY
           AND QTS100-PRMNAIBUKAIINNO = QTS251-PRMNAIBUKAIINNO
           AND QTS100-LOANSHUBETSU NOT = ZERO
               MOVE ZERO TO QTS100-JTJGENPON
               MOVE ZERO TO QTS100-JTJTESURYOU76
               MOVE ZERO TO QTS100-JTJTESURYOU16
               MOVE ZERO TO QTS100-JTJJIMTESURYOU
               MOVE ZERO TO QTS100-JTJSONGAIKIN
               MOVE ZERO TO QTS100-JTJMODOSIRISOKU
               MOVE WS-TODAY TO QTS100-SVRKOUSHINYMD
               REWRITE QTS100-REC
           END-IF
           READ QTS100-BUNKAI
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

      * 会員の現行返済予定を失効させ、以後の請求を止める。
       6300-CLOSE-YOTEI.
           MOVE "N"  TO WS-SCAN-EOF-SW
           OPEN I-O QTS210-SCHEDULE
           MOVE QTS251-PRMKIGYOUCD     TO QTS210-PRMKIGYOUCD
           MOVE QTS251-PRMSUBRANGEKEY  TO QTS210-PRMSUBRANGEKEY
           MOVE QTS251-PRMNAIBUKAIINNO TO QTS210-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS210-PRMNYUKINMEISAI
           MOVE ZERO                   TO QTS210-PRMSCHEDULEVER
           MOVE ZERO                   TO QTS210-PRMKAISUU
           START QTS210-SCHEDULE KEY >= QTS210-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 6310-CLOSE-ONE THRU 6310-EXIT
               UNTIL WS-SCAN-EOF
           CLOSE QTS210-SCHEDULE.

       6310-CLOSE-ONE.
           READ QTS210-SCHEDULE NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 6310-EXIT
           END-READ
           IF  QTS210-PRMKIGYOUCD     NOT = QTS251-PRMKIGYOUCD
           OR  QTS210-PRMSUBRANGEKEY  NOT = QTS251-PRMSUBRANGEKEY
           OR  QTS210-PRMNAIBUKAIINNO NOT = QTS251-PRMNAIBUKAIINNO
               SET WS-SCAN-EOF TO TRUE
               GO TO 6310-EXIT
           END-IF
           IF  QTS210-YUKOFLG = "1"
               MOVE "9"      TO QTS210-YUKOFLG
               MOVE WS-TODAY TO QTS210-SVRKOUSHINYMD
               REWRITE QTS210-REC
           END-IF.

       6310-EXIT.
           EXIT.

       7000-WRITE-LIST.
           MOVE QTS251-PRMKIGYOUCD     TO WS-SL-KIGYOUCD
           MOVE QTS251-PRMNAIBUKAIINNO TO WS-SL-KAIINNO
           MOVE QTS251-SHIBOUYMD       TO WS-SL-SHIBOUYMD
           MOVE QTS251-ZANCARD         TO WS-SL-ZANCARD
           COMPUTE WS-SL-ZANLOAN =
               QTS251-ZANLOAN + QTS251-ZANRISOKU
           MOVE QTS251-SOUZOKUKNG      TO WS-SL-SOUZOKU
           IF  WS-MODEKBN = 1
               MOVE QTS251-DSNSEIKYUKNG TO WS-SL-DANSHIN
           ELSE
               MOVE DSI-KIGYOUCD        TO WS-SL-KIGYOUCD
               MOVE DSI-NAIBUKAIINNO    TO WS-SL-KAIINNO
               MOVE DSI-SHIHARAIKNG     TO WS-SL-DANSHIN
           END-IF
           MOVE WS-SL-LINE             TO SHIBOU-LIST-LINE
           WRITE SHIBOU-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS251B: MODE=" WS-MODEKBN
                   " KAKUTEI=" WS-KAKUTEI-COUNT
                   " SOUZOKU=" WS-SOUZOKU-COUNT
                   " DANSHIN-SEIKYU=" WS-DSNSEIKYU-COUNT
                   " DANSHIN-KEIJO=" WS-DSNKEIJO-COUNT
                   " KINGAKU=" WS-DSNKEIJO-KNG
           IF  WS-ERR-COUNT > ZERO
               DISPLAY "QTS251B: ERROR=" WS-ERR-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF  WS-MODEKBN = 1
               CLOSE QTS010-MASTER
               CLOSE QYAB020P-LETTERQ
               CLOSE DANSHIN-OUTFILE
           ELSE
               CLOSE DANSHIN-INFILE
           END-IF
           CLOSE QTS251-SHIBOU
           CLOSE SHIBOU-LIST.
