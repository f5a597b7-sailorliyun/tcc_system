      *8...........2.........3.........4.........5........6........7.........8
      *    QTS293B
      ****************************************************************
      *                休眠会員限度額減額・解約提案バッチ（月次）    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員マスタ（QTS010）を全件読み、休眠会員管理ファイル
      *    （QTS293）の最終利用日（利用明細QTS050の利用日）と最終
      *    ポイント異動日（ポイント管理QTS080の当月発生・引換・取消）
      *    を更新したうえで、パラメータ（QTS293PR）の期間を超えて利用
      *    もポイント異動もなく、未回収残（QTS100）のない会員を休眠と
      *    判定し、段階的に処置する。
      *      ・監視中の休眠会員には休眠通知状を出す（通知済）
      *      ・通知後所定月数を経ても休眠のままなら総限度額・キャッ
      *        シング限度額を下限額まで減額し、減額通知状を出す。カー
      *        ドＩＦ（QTS011）にも反映する。一時増枠（QTS242）の適
      *        用待ち・適用中の会員は減額を見送る（減額済）
      *      ・減額後所定月数を経ても休眠のままなら解約提案とし、退会
      *        一括処理（QTS022B）の入力形式で解約提案ファイルへ出す
      *        （解約提案済）。審査後に運用側が退会依頼として投入する
      *    処置中にカード利用またはポイント異動があった会員は監視中
      *    へ戻す（離脱）。減額した限度額は戻さず、通常の与信見直し
      *    に委ねる。退会済の会員は退会済（状況９）として以後対象外
      *    とする。処置の明細と当月の減額による開放額（総限度額・キャ
      *    ッシング限度額）をレポートへ出す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS293B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KYUMIN-PARAMFILE ASSIGN TO "QTS293PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS011-CARDIF   ASSIGN TO "QTS011"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS011-PRM
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  QTS050-FUKA     ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS050-PRM
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS080-POINT    ASSIGN TO "QTS080"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS080-PRM
                   FILE STATUS IS WS-QTS080-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS100-PRM
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS242-ZOUWAKU  ASSIGN TO "QTS242"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS242-PRM
                   FILE STATUS IS WS-QTS242-STATUS.
           SELECT  QTS293-KYUMIN   ASSIGN TO "QTS293"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS293-PRM
                   FILE STATUS IS WS-QTS293-STATUS.
      * 手紙キューは発生元別ファイル（QTS081Bと同じ）。
           SELECT  QYAB020P-LETTERQ ASSIGN TO "QTS293LQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QYAB020P-STATUS.
           SELECT  TAIKAI-TEIANFILE ASSIGN TO "QTS293TK"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  KYUMIN-RPTFILE  ASSIGN TO "QTS293RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KYUMIN-PARAMFILE.
       01  KYUMIN-PARAM-REC.
           05  PRM-MIRIYOU-TSUKI       PIC 9(03).
      *        無利用月数（既定２４）
           05  PRM-POINT-TSUKI         PIC 9(03).
      *        ポイント無異動月数（既定２４）
           05  PRM-GENGAKU-TSUKI       PIC 9(03).
      *        通知から減額までの月数（既定２）
           05  PRM-TEIAN-TSUKI         PIC 9(03).
      *        減額から解約提案までの月数（既定６）
           05  PRM-KAGEN-SOUGENDO      PIC 9(05).
      *        減額後の総限度額（千円。既定１００）
           05  PRM-KAGEN-CASHGENDO     PIC 9(05).
      *        減額後のキャッシング限度額（千円。既定ゼロ）
           05  PRM-TAIKAIRIYUCD        PIC X(02).
      *        解約提案の退会理由コード（既定ＫＭ：休眠）
           05  PRM-POINTSHORIKBN       PIC X(01).
      *        解約提案のポイント処理区分（既定２：充当払出）
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS011-CARDIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  QTS050-FUKA.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS080-POINT.
       01  QTS080-REC.
           COPY QTS080 REPLACING ==()== BY ==QTS080==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS242-ZOUWAKU.
       01  QTS242-REC.
           COPY QTS242 REPLACING ==()== BY ==QTS242==.
       FD  QTS293-KYUMIN.
       01  QTS293-REC.
           COPY QTS293 REPLACING ==()== BY ==QTS293==.
       FD  QYAB020P-LETTERQ.
       01  QYAB020P-REC.
           COPY QYAB020P REPLACING ==()== BY ==QYAB020P==.
       FD  TAIKAI-TEIANFILE.
       01  TAIKAI-TEIAN-REC.
      *    退会一括処理（QTS022B）の退会依頼と同じ形式
           05  TKT-PRMKIGYOUCD         PIC 9(04).
           05  TKT-PRMSUBRANGEKEY      PIC 9(04).
           05  TKT-PRMNAIBUKAIINNO     PIC 9(08).
           05  TKT-TAIKAIRIYUCD        PIC X(02).
           05  TKT-POINTSHORIKBN       PIC X(01).
       FD  KYUMIN-RPTFILE.
       01  KYUMIN-RPT-LINE             PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS080-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS242-STATUS        PIC X(02).
       01  WS-QTS293-STATUS        PIC X(02).
       01  WS-QYAB020P-STATUS      PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-ZOUWAKU-SW           PIC X(01).
           88  WS-ZOUWAKU-CHU                    VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TODAY-WK.
           05  WS-TW-NEN           PIC 9(04).
           05  WS-TW-TSUKI         PIC 9(02).
           05  WS-TW-HI            PIC 9(02).
       01  WS-KJ-TSUKISU           PIC 9(03).
       01  WS-KJ-TSUKIREKI         PIC 9(07).
       01  WS-KJ-WK.
           05  WS-KJ-NEN           PIC 9(04).
           05  WS-KJ-TSUKI         PIC 9(02).
           05  WS-KJ-HI            PIC 9(02).
       01  WS-KJ-YMD REDEFINES WS-KJ-WK
                                   PIC 9(08).
       01  WS-RIYOU-KIJUN          PIC 9(08).
       01  WS-POINT-KIJUN          PIC 9(08).
       01  WS-GENGAKU-KIJUN        PIC 9(08).
       01  WS-TEIAN-KIJUN          PIC 9(08).
       01  WS-ZAN-GOUKEI           PIC S9(11).
       01  WS-RENBAN               PIC 9(04)     VALUE ZERO.
       01  WS-SHOCHI               PIC N(06).
       01  WS-BUNSYONO             PIC X(08).
       01  WS-KAIHO-SOU            PIC 9(05).
       01  WS-KAIHO-CASH           PIC 9(05).
       01  WS-KAIHO-SOU-GOKEI      PIC 9(11)     VALUE ZERO.
       01  WS-KAIHO-CASH-GOKEI     PIC 9(11)     VALUE ZERO.
       01  WS-KAIIN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TSUCHI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-GENGAKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-MIOKURI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-TEIAN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-RIDATSU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-TAIKAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RIYOUYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-POINTYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-MOTOSOU       PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GENSOU        PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-MOTOCASH      PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GENCASH       PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHOCHI        PIC N(06).
       01  WS-SUM-LINE.
           05  WS-SM-KOUMOKU       PIC N(12).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-SM-VALUE         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-KAIIN THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  KYUMIN-PARAMFILE
           READ KYUMIN-PARAMFILE
               AT END
                   MOVE ZERO     TO PRM-MIRIYOU-TSUKI
                   MOVE ZERO     TO PRM-POINT-TSUKI
                   MOVE ZERO     TO PRM-GENGAKU-TSUKI
                   MOVE ZERO     TO PRM-TEIAN-TSUKI
                   MOVE ZERO     TO PRM-KAGEN-SOUGENDO
                   MOVE ZERO     TO PRM-KAGEN-CASHGENDO
                   MOVE SPACES   TO PRM-TAIKAIRIYUCD
                   MOVE SPACES   TO PRM-POINTSHORIKBN
           END-READ
           CLOSE KYUMIN-PARAMFILE
           IF  PRM-MIRIYOU-TSUKI = ZERO
               MOVE 24 TO PRM-MIRIYOU-TSUKI
           END-IF
           IF  PRM-POINT-TSUKI = ZERO
               MOVE 24 TO PRM-POINT-TSUKI
           END-IF
           IF  PRM-GENGAKU-TSUKI = ZERO
               MOVE 2 TO PRM-GENGAKU-TSUKI
           END-IF
           IF  PRM-TEIAN-TSUKI = ZERO
               MOVE 6 TO PRM-TEIAN-TSUKI
           END-IF
           IF  PRM-KAGEN-SOUGENDO = ZERO
               MOVE 100 TO PRM-KAGEN-SOUGENDO
           END-IF
           IF  PRM-TAIKAIRIYUCD = SPACES
               MOVE "KM" TO PRM-TAIKAIRIYUCD
           END-IF
           IF  PRM-POINTSHORIKBN = SPACES
               MOVE "2"  TO PRM-POINTSHORIKBN
           END-IF
           MOVE WS-TODAY                TO WS-TODAY-WK
           MOVE PRM-MIRIYOU-TSUKI       TO WS-KJ-TSUKISU
           PERFORM 1100-CALC-KIJUN
           MOVE WS-KJ-YMD               TO WS-RIYOU-KIJUN
           MOVE PRM-POINT-TSUKI         TO WS-KJ-TSUKISU
           PERFORM 1100-CALC-KIJUN
           MOVE WS-KJ-YMD               TO WS-POINT-KIJUN
           MOVE PRM-GENGAKU-TSUKI       TO WS-KJ-TSUKISU
           PERFORM 1100-CALC-KIJUN
           MOVE WS-KJ-YMD               TO WS-GENGAKU-KIJUN
           MOVE PRM-TEIAN-TSUKI         TO WS-KJ-TSUKISU
           PERFORM 1100-CALC-KIJUN
           MOVE WS-KJ-YMD               TO WS-TEIAN-KIJUN
           OPEN I-O    QTS010-MASTER
           OPEN I-O    QTS011-CARDIF
           OPEN INPUT  QTS050-FUKA
           OPEN INPUT  QTS080-POINT
           OPEN INPUT  QTS100-BUNKAI
           OPEN INPUT  QTS242-ZOUWAKU
           OPEN I-O    QTS293-KYUMIN
           OPEN OUTPUT QYAB020P-LETTERQ
           OPEN OUTPUT TAIKAI-TEIANFILE
           OPEN OUTPUT KYUMIN-RPTFILE
           MOVE LOW-VALUES TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 1900-READ-KAIIN
           END-IF.

      * 処理日からＮか月前の同日を求める（月末日は２８日に寄せる）。
       1100-CALC-KIJUN.
           COMPUTE WS-KJ-TSUKIREKI =
               WS-TW-NEN * 12 + WS-TW-TSUKI - 1 - WS-KJ-TSUKISU
           DIVIDE WS-KJ-TSUKIREKI BY 12
               GIVING WS-KJ-NEN REMAINDER WS-KJ-TSUKI
           ADD 1 TO WS-KJ-TSUKI
           IF  WS-TW-HI > 28
               MOVE 28 TO WS-KJ-HI
           ELSE
               MOVE WS-TW-HI TO WS-KJ-HI
           END-IF.

       1900-READ-KAIIN.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 会員１件の休眠判定と段階処置。管理レコードのない会員は入会
      * 決裁日を最終利用日の起点として監視中で登録する。
       2000-PROCESS-KAIIN.
           MOVE QTS010-PRMKIGYOUCD     TO QTS293-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS293-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS293-PRMNAIBUKAIINNO
           MOVE "N"                    TO WS-SHINKI-SW
           READ QTS293-KYUMIN
               INVALID KEY
                   SET WS-SHINKI TO TRUE
           END-READ
           IF  WS-SHINKI
               IF  QTS010-STSCARD = 9999
                   GO TO 2000-NEXT
               END-IF
               INITIALIZE QTS293-REC
               MOVE QTS010-PRMKIGYOUCD     TO QTS293-PRMKIGYOUCD
               MOVE QTS010-PRMSUBRANGEKEY  TO QTS293-PRMSUBRANGEKEY
               MOVE QTS010-PRMNAIBUKAIINNO TO QTS293-PRMNAIBUKAIINNO
               MOVE QTS010-NYKKESSAIYMD    TO QTS293-SAISHURIYOUYMD
               MOVE QTS010-NYKKESSAIYMD    TO QTS293-SAISHUPOINTYMD
               MOVE "0"                    TO QTS293-KYUMINSTS
           END-IF
           IF  QTS293-KYUMINSTS = "9"
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-KAIIN-COUNT
           IF  QTS010-STSCARD = 9999
               MOVE "9"                TO QTS293-KYUMINSTS
               ADD 1 TO WS-TAIKAI-COUNT
               GO TO 2000-SAVE
           END-IF
           PERFORM 3000-GET-RIYOU
           PERFORM 3100-GET-POINT
      *    処置中に利用またはポイント異動があれば監視中へ戻す
           IF  QTS293-KYUMINSTS = "1" OR "2" OR "3"
               IF  QTS293-SAISHURIYOUYMD NOT < QTS293-TSUCHIYMD
               OR  QTS293-SAISHUPOINTYMD NOT < QTS293-TSUCHIYMD
                   MOVE "0"            TO QTS293-KYUMINSTS
                   MOVE WS-TODAY       TO QTS293-RIDATSUYMD
                   ADD 1               TO QTS293-RIDATSUKAISU
                   ADD 1               TO WS-RIDATSU-COUNT
                   MOVE "離脱"         TO WS-SHOCHI
                   PERFORM 7100-WRITE-RPT
                   GO TO 2000-SAVE
               END-IF
           END-IF
           IF  QTS293-SAISHURIYOUYMD NOT < WS-RIYOU-KIJUN
           OR  QTS293-SAISHUPOINTYMD NOT < WS-POINT-KIJUN
               GO TO 2000-SAVE
           END-IF
           PERFORM 3200-GET-ZANDAKA
           IF  WS-ZAN-GOUKEI NOT = ZERO
               GO TO 2000-SAVE
           END-IF
           EVALUATE QTS293-KYUMINSTS
               WHEN "0"
                   PERFORM 4000-TSUCHI
               WHEN "1"
                   IF  QTS293-TSUCHIYMD NOT > WS-GENGAKU-KIJUN
                       PERFORM 5000-GENGAKU THRU 5000-EXIT
                   END-IF
               WHEN "2"
                   IF  QTS293-GENGAKUYMD NOT > WS-TEIAN-KIJUN
                       PERFORM 6000-TEIAN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-SAVE.
           MOVE WS-TODAY               TO QTS293-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS293-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS293-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS293-REC
           ELSE
               REWRITE QTS293-REC
           END-IF.

       2000-NEXT.
           PERFORM 1900-READ-KAIIN.

       2000-EXIT.
           EXIT.

      * 利用明細から会員の最新の利用日を拾い、最終利用日を進める。
       3000-GET-RIYOU.
           MOVE "N"                    TO WS-SCAN-EOF-SW
           MOVE QTS010-PRMKIGYOUCD     TO QTS050-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS050-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS050-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS050-PRMTORIHIKINO
           START QTS050-FUKA KEY >= QTS050-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3010-READ-RIYOU UNTIL WS-SCAN-EOF.

       3010-READ-RIYOU.
           READ QTS050-FUKA NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS050-PRMKIGYOUCD     = QTS010-PRMKIGYOUCD
               AND QTS050-PRMSUBRANGEKEY  = QTS010-PRMSUBRANGEKEY
               AND QTS050-PRMNAIBUKAIINNO = QTS010-PRMNAIBUKAIINNO
                   IF  QTS050-RIYOUBI > QTS293-SAISHURIYOUYMD
                       MOVE QTS050-RIYOUBI TO QTS293-SAISHURIYOUYMD
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 当月のポイント発生・引換・取消のいずれかがあれば処理日を
      * 最終ポイント異動日とする。
       3100-GET-POINT.
           MOVE QTS010-PRMKIGYOUCD     TO QTS080-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS080-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS080-PRMNAIBUKAIINNO
           MOVE 1                      TO QTS080-PRMRECKBN
           READ QTS080-POINT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS080-TOKSHASSEIPOINT   NOT = ZERO
                   OR  QTS080-TOKSHIKIKAEPOINT  NOT = ZERO
                   OR  QTS080-TOKSTORIKESIPOINT NOT = ZERO
                       MOVE WS-TODAY   TO QTS293-SAISHUPOINTYMD
                   END-IF
           END-READ.

      * 未回収残（元本・手数料・事務手数料・遅延損害金・戻し利息）
      * の合計を求める。
       3200-GET-ZANDAKA.
           MOVE ZERO                   TO WS-ZAN-GOUKEI
           MOVE "N"                    TO WS-SCAN-EOF-SW
           MOVE QTS010-PRMKIGYOUCD     TO QTS100-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS100-PRMSUBRANJIKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS100-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS100-PRMNYUKINMEISAI
           MOVE ZERO                   TO QTS100-PRMSHORITUUBAN
           START QTS100-BUNKAI KEY >= QTS100-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3210-READ-ZANDAKA UNTIL WS-SCAN-EOF.

       3210-READ-ZANDAKA.
           READ QTS100-BUNKAI NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS100-PRMKIGYOUCD     = QTS010-PRMKIGYOUCD
               AND QTS100-PRMSUBRANJIKEY  = QTS010-PRMSUBRANGEKEY
               AND QTS100-PRMNAIBUKAIINNO = QTS010-PRMNAIBUKAIINNO
                   ADD QTS100-JTJGENPON       TO WS-ZAN-GOUKEI
                   ADD QTS100-JTJTESURYOU76   TO WS-ZAN-GOUKEI
                   ADD QTS100-JTJTESURYOU16   TO WS-ZAN-GOUKEI
                   ADD QTS100-JTJJIMTESURYOU  TO WS-ZAN-GOUKEI
                   ADD QTS100-JTJSONGAIKIN    TO WS-ZAN-GOUKEI
                   ADD QTS100-JTJMODOSIRISOKU TO WS-ZAN-GOUKEI
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 第１段階：休眠通知状。
       4000-TSUCHI.
           MOVE "KYUMIN01"             TO WS-BUNSYONO
           PERFORM 7000-WRITE-LETTER
           MOVE "1"                    TO QTS293-KYUMINSTS
           MOVE WS-TODAY               TO QTS293-TSUCHIYMD
           ADD 1                       TO WS-TSUCHI-COUNT
           MOVE "休眠通知"             TO WS-SHOCHI
           PERFORM 7100-WRITE-RPT.

      * 第２段階：限度額減額。下限額を超える限度額だけを下限額へ
      * 下げ、減額前の額を退避する。一時増枠の適用待ち・適用中の
      * 会員は復元処理と競合するため見送り、翌月以降に再判定する。
       5000-GENGAKU.
           PERFORM 5100-CHECK-ZOUWAKU
           IF  WS-ZOUWAKU-CHU
               ADD 1                   TO WS-MIOKURI-COUNT
               MOVE "増枠中見送"       TO WS-SHOCHI
               PERFORM 7100-WRITE-RPT
               GO TO 5000-EXIT
           END-IF
           MOVE QTS010-YSNSOUGENDO     TO QTS293-MOTOSOUGENDO
           MOVE QTS010-YSNCASHGENDO    TO QTS293-MOTOCASHGENDO
           IF  QTS010-YSNSOUGENDO > PRM-KAGEN-SOUGENDO
               MOVE PRM-KAGEN-SOUGENDO TO QTS010-YSNSOUGENDO
           END-IF
           IF  QTS010-YSNCASHGENDO > PRM-KAGEN-CASHGENDO
               MOVE PRM-KAGEN-CASHGENDO TO QTS010-YSNCASHGENDO
           END-IF
           IF  QTS010-YSNCASHGENDO > QTS010-YSNSOUGENDO
               MOVE QTS010-YSNSOUGENDO TO QTS010-YSNCASHGENDO
           END-IF
           MOVE QTS010-YSNSOUGENDO     TO QTS293-GENSOUGENDO
           MOVE QTS010-YSNCASHGENDO    TO QTS293-GENCASHGENDO
           MOVE WS-TODAY               TO QTS010-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS010-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS010-SVRKOUSHINYMD
           REWRITE QTS010-REC
           MOVE QTS010-PRMKIGYOUCD     TO QTS011-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS011-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS011-PRMNAIBUKAIINNO
           READ QTS011-CARDIF
               INVALID KEY
                   DISPLAY "QTS293B: QTS011 NASHI " QTS011-PRM
               NOT INVALID KEY
                   MOVE QTS010-YSNSOUGENDO  TO QTS011-YSNSOUGENDO
                   MOVE QTS010-YSNCASHGENDO TO QTS011-YSNCASHGENDO
                   REWRITE QTS011-REC
           END-READ
           COMPUTE WS-KAIHO-SOU =
               QTS293-MOTOSOUGENDO - QTS293-GENSOUGENDO
           COMPUTE WS-KAIHO-CASH =
               QTS293-MOTOCASHGENDO - QTS293-GENCASHGENDO
           ADD WS-KAIHO-SOU            TO WS-KAIHO-SOU-GOKEI
           ADD WS-KAIHO-CASH           TO WS-KAIHO-CASH-GOKEI
           MOVE "KYUMIN02"             TO WS-BUNSYONO
           PERFORM 7000-WRITE-LETTER
           MOVE "2"                    TO QTS293-KYUMINSTS
           MOVE WS-TODAY               TO QTS293-GENGAKUYMD
           ADD 1                       TO WS-GENGAKU-COUNT
           MOVE "限度額減額"           TO WS-SHOCHI
           PERFORM 7100-WRITE-RPT.

       5000-EXIT.
           EXIT.

       5100-CHECK-ZOUWAKU.
           MOVE "N"                    TO WS-ZOUWAKU-SW
           MOVE "N"                    TO WS-SCAN-EOF-SW
           MOVE QTS010-PRMKIGYOUCD     TO QTS242-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS242-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS242-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS242-PRMKAISHIYMD
           START QTS242-ZOUWAKU KEY >= QTS242-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 5110-READ-ZOUWAKU
               UNTIL WS-SCAN-EOF OR WS-ZOUWAKU-CHU.

       5110-READ-ZOUWAKU.
           READ QTS242-ZOUWAKU NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS242-PRMKIGYOUCD     = QTS010-PRMKIGYOUCD
               AND QTS242-PRMSUBRANGEKEY  = QTS010-PRMSUBRANGEKEY
               AND QTS242-PRMNAIBUKAIINNO = QTS010-PRMNAIBUKAIINNO
                   IF  QTS242-ZOUWAKUSTS = "0" OR "1"
                       SET WS-ZOUWAKU-CHU TO TRUE
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 第３段階：解約提案。退会一括処理の退会依頼形式で出力する。
       6000-TEIAN.
           MOVE QTS010-PRMKIGYOUCD     TO TKT-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO TKT-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO TKT-PRMNAIBUKAIINNO
           MOVE PRM-TAIKAIRIYUCD       TO TKT-TAIKAIRIYUCD
           MOVE PRM-POINTSHORIKBN      TO TKT-POINTSHORIKBN
           WRITE TAIKAI-TEIAN-REC
           MOVE "3"                    TO QTS293-KYUMINSTS
           MOVE WS-TODAY               TO QTS293-TEIANYMD
           ADD 1                       TO WS-TEIAN-COUNT
           MOVE "解約提案"             TO WS-SHOCHI
           PERFORM 7100-WRITE-RPT.

      * 文書番号ＫＹＵＭＩＮ０１＝休眠通知、０２＝限度額減額通知。
      * 減額通知は利用金額欄に減額後の総限度額（円）を入れる。
       7000-WRITE-LETTER.
           ADD 1 TO WS-RENBAN
           INITIALIZE QYAB020P-REC
           MOVE WS-BUNSYONO            TO QYAB020P-PRMBUNSYONO
           MOVE WS-TODAY               TO QYAB020P-PRMSAKUSEIYMD
           MOVE WS-RENBAN              TO QYAB020P-PRMRENBAN
           MOVE QTS010-PRMKIGYOUCD     TO QYAB020P-KIGYOCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QYAB020P-SUBRNG
           MOVE QTS010-PRMNAIBUKAIINNO TO QYAB020P-NAIBUKAIIN
           MOVE QTS010-HONSHIMEIKANA   TO QYAB020P-SHIMEIKAN
           MOVE QTS010-JTKYUUBINNO     TO QYAB020P-JTKYUUBINNO
           MOVE QTS010-JTKJUSHOKANA    TO QYAB020P-JTKJUSHO1
           MOVE QTS010-JTKTELNO        TO QYAB020P-JTKTELNO
           MOVE QTS293-SAISHURIYOUYMD(1:6) TO QYAB020P-RIYOUBI
           IF  QYAB020P-PRMBUNSYONO = "KYUMIN02"
               COMPUTE QYAB020P-RIYOUKNG =
                   QTS010-YSNSOUGENDO * 1000
           END-IF
           MOVE "0"                    TO QYAB020P-PRINTFLG
           MOVE FUNCTION CURRENT-DATE  TO QYAB020P-TOUROKUDATETIME
           WRITE QYAB020P-REC.

       7100-WRITE-RPT.
           MOVE QTS010-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS293-SAISHURIYOUYMD  TO WS-RP-RIYOUYMD
           MOVE QTS293-SAISHUPOINTYMD  TO WS-RP-POINTYMD
           MOVE QTS293-MOTOSOUGENDO    TO WS-RP-MOTOSOU
           MOVE QTS293-GENSOUGENDO     TO WS-RP-GENSOU
           MOVE QTS293-MOTOCASHGENDO   TO WS-RP-MOTOCASH
           MOVE QTS293-GENCASHGENDO    TO WS-RP-GENCASH
           MOVE WS-SHOCHI              TO WS-RP-SHOCHI
           MOVE WS-RPT-LINE            TO KYUMIN-RPT-LINE
           WRITE KYUMIN-RPT-LINE.

      * 当月の処置件数と、減額により開放した限度額（円）の集計。
       8000-WRITE-SUMMARY.
           MOVE SPACES                 TO KYUMIN-RPT-LINE
           WRITE KYUMIN-RPT-LINE
           MOVE "休眠通知件数"         TO WS-SM-KOUMOKU
           MOVE WS-TSUCHI-COUNT        TO WS-SM-VALUE
           PERFORM 8100-WRITE-SUM-LINE
           MOVE "限度額減額件数"       TO WS-SM-KOUMOKU
           MOVE WS-GENGAKU-COUNT       TO WS-SM-VALUE
           PERFORM 8100-WRITE-SUM-LINE
           MOVE "減額見送件数"         TO WS-SM-KOUMOKU
           MOVE WS-MIOKURI-COUNT       TO WS-SM-VALUE
           PERFORM 8100-WRITE-SUM-LINE
           MOVE "解約提案件数"         TO WS-SM-KOUMOKU
           MOVE WS-TEIAN-COUNT         TO WS-SM-VALUE
           PERFORM 8100-WRITE-SUM-LINE
           MOVE "離脱件数"             TO WS-SM-KOUMOKU
           MOVE WS-RIDATSU-COUNT       TO WS-SM-VALUE
           PERFORM 8100-WRITE-SUM-LINE
           MOVE "開放総限度額（円）"   TO WS-SM-KOUMOKU
           COMPUTE WS-SM-VALUE = WS-KAIHO-SOU-GOKEI * 1000
           PERFORM 8100-WRITE-SUM-LINE
           MOVE "開放ＣＳ限度額（円）" TO WS-SM-KOUMOKU
           COMPUTE WS-SM-VALUE = WS-KAIHO-CASH-GOKEI * 1000
           PERFORM 8100-WRITE-SUM-LINE.

       8100-WRITE-SUM-LINE.
           MOVE WS-SUM-LINE            TO KYUMIN-RPT-LINE
           WRITE KYUMIN-RPT-LINE.

       9000-TERMINATE.
           DISPLAY "QTS293B: KAIIN=" WS-KAIIN-COUNT
                   " TSUCHI=" WS-TSUCHI-COUNT
                   " GENGAKU=" WS-GENGAKU-COUNT
                   " MIOKURI=" WS-MIOKURI-COUNT
                   " TEIAN=" WS-TEIAN-COUNT
                   " RIDATSU=" WS-RIDATSU-COUNT
                   " TAIKAI=" WS-TAIKAI-COUNT
           CLOSE QTS010-MASTER
           CLOSE QTS011-CARDIF
           CLOSE QTS050-FUKA
           CLOSE QTS080-POINT
           CLOSE QTS100-BUNKAI
           CLOSE QTS242-ZOUWAKU
           CLOSE QTS293-KYUMIN
           CLOSE QYAB020P-LETTERQ
           CLOSE TAIKAI-TEIANFILE
           CLOSE KYUMIN-RPTFILE.
