      *8...........2.........3.........4.........5........6........7.........8
      *    QTS241B
      ****************************************************************
      *                利用可能額ポジション作成バッチ（日次）        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   承認集計表あふれ時の異常終了  FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS241B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  POS-PARAMFILE   ASSIGN TO "QTS241PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  AUTHLOG-ACCFILE ASSIGN TO "QXS001AC"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    オーソリログ（QXS001）の日次分を運用側で累積したもの
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS103-RIBOFILE ASSIGN TO "QTS103"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS103-PRM
                   FILE STATUS IS WS-QTS103-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS100-PRM
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS241-POSITION ASSIGN TO "QTS241"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS241-PRM
                   FILE STATUS IS WS-QTS241-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  POS-PARAMFILE.
       01  POS-PARAM-REC.
           05  PRM-SHIMEYMD            PIC 9(08).
      *        直近の売上計上締日（ゼロなら前月末日）。締日以前の承認
      *        はリボ残高に計上済みとして未確定承認から外す。
       FD  AUTHLOG-ACCFILE.
       01  QXS001-REC.
           COPY QXS001 REPLACING ==()== BY ==QXS001==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS103-RIBOFILE.
       01  QTS103-REC.
           COPY QTS103 REPLACING ==()== BY ==QTS103==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS241-POSITION.
       01  QTS241-REC.
           COPY QTS241 REPLACING ==()== BY ==QTS241==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS103-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS241-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SUB-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-SUB-EOF                        VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-SHIME-YMD            PIC 9(08).
       01  WS-SHIME-INT            PIC 9(08).
       01  WS-TSUITACHI            PIC 9(08).
       01  WS-SHONIN-YMD           PIC 9(08).
       01  WS-POS-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-SHINKI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-CHOKA-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SHONIN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-SHOP-ZAN             PIC S9(11)    VALUE ZERO.
       01  WS-CASH-ZAN             PIC S9(11)    VALUE ZERO.
       01  WS-NYUKIN-GENPON        PIC S9(11)    VALUE ZERO.
       01  WS-SHOP-NENGETU         PIC 9(06)     VALUE ZERO.
       01  WS-CASH-NENGETU         PIC 9(06)     VALUE ZERO.
       01  WS-RIYOU-GAKU           PIC S9(11)    VALUE ZERO.
       01  WS-IX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-SH-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-MEMBER-KEY.
           05  WS-MK-KIGYOUCD      PIC 9(04).
           05  WS-MK-SUBRANGEKEY   PIC 9(04).
           05  WS-MK-NAIBUKAIINNO  PIC 9(08).
      * 締日後の承認（未確定分）を会員別に集計した作業表
       01  WS-SH-TBL.
           05  WS-SH-ENT           OCCURS 9999.
             07  WS-SH-KEY         PIC X(16).
             07  WS-SH-SOU         PIC S9(11).
             07  WS-SH-CASH        PIC S9(11).
             07  WS-SH-KAPPU       PIC S9(11).
             07  WS-SH-KENSU       PIC 9(05).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-POSITION UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-SH-TBL
           OPEN INPUT  POS-PARAMFILE
           READ POS-PARAMFILE
               AT END MOVE ZERO TO PRM-SHIMEYMD
           END-READ
           CLOSE POS-PARAMFILE
           IF  PRM-SHIMEYMD = ZERO
               MOVE WS-TODAY         TO WS-TSUITACHI
               MOVE "01"             TO WS-TSUITACHI(7:2)
               COMPUTE WS-SHIME-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TSUITACHI) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-SHIME-INT)
                                     TO WS-SHIME-YMD
           ELSE
               MOVE PRM-SHIMEYMD     TO WS-SHIME-YMD
           END-IF
           OPEN INPUT AUTHLOG-ACCFILE
           READ AUTHLOG-ACCFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-SHONIN UNTIL WS-EOF
           CLOSE AUTHLOG-ACCFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS103-RIBOFILE
           OPEN INPUT  QTS100-BUNKAI
           OPEN I-O    QTS241-POSITION
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY >= QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 2900-READ-MASTER
           END-IF.

      * 締日後に承認したオーソリ（エラーコード"000"）を会員別に
      * 積み上げる。スタンドイン承認（センタ種別Ｓ）も同様に扱う。
       1100-LOAD-SHONIN.
           IF  QXS001-ERRCODE = "000"
               MOVE QXS001-SHORIYMD  TO WS-SHONIN-YMD(3:6)
               MOVE "20"             TO WS-SHONIN-YMD(1:2)
               IF  WS-SHONIN-YMD > WS-SHIME-YMD
                   PERFORM 1110-ADD-SHONIN
               END-IF
           END-IF
           READ AUTHLOG-ACCFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1110-ADD-SHONIN.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1120-SEARCH-SHONIN
               VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SH-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-IX
           ELSE
      *        承認の取りこぼしは利用可能額を過大に見せるため、
      *        集計表があふれたら処理を止める。
               IF  WS-SH-MAX >= 9999
                   DISPLAY "QTS241B: SHONIN TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SH-MAX
               MOVE WS-SH-MAX        TO WS-IX
               MOVE QXS001-KAIINM-KEY TO WS-SH-KEY(WS-IX)
           END-IF
           ADD QXS001-KINGAKU        TO WS-SH-SOU(WS-IX)
           IF  QXS001-SHIHARAIKBN = "CS"
               ADD QXS001-KINGAKU    TO WS-SH-CASH(WS-IX)
           END-IF
           IF  QXS001-SHIHARAIKBN = "61"
               ADD QXS001-KINGAKU    TO WS-SH-KAPPU(WS-IX)
           END-IF
           ADD 1                     TO WS-SH-KENSU(WS-IX)
           ADD 1                     TO WS-SHONIN-COUNT.

       1120-SEARCH-SHONIN.
           IF  WS-SH-KEY(WS-IX) = QXS001-KAIINM-KEY
               SET WS-HIT TO TRUE
           END-IF.

      * 会員ごとに限度額・確定残高・未確定承認を集め、ポジション
      * ファイルを作り直す（前日までの日中加算分は洗い替える）。
       2000-BUILD-POSITION.
           MOVE QTS010-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-MK-SUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
           PERFORM 3000-GET-RIBOZAN
           PERFORM 4000-GET-NYUKIN
           MOVE WS-MEMBER-KEY        TO QTS241-PRM
           READ QTS241-POSITION
               INVALID KEY
                   INITIALIZE QTS241-REC
                   MOVE WS-MEMBER-KEY TO QTS241-PRM
                   ADD 1 TO WS-SHINKI-COUNT
           END-READ
           MOVE QTS010-YSNSOUGENDO   TO QTS241-SOUGENDO
           MOVE QTS010-YSNCASHGENDO  TO QTS241-CASHGENDO
           MOVE QTS010-YSNKAPPUGENDO TO QTS241-KAPPUGENDO
           IF  WS-SHOP-NENGETU > WS-CASH-NENGETU
               MOVE WS-SHOP-NENGETU  TO QTS241-ZANNENGETU
           ELSE
               MOVE WS-CASH-NENGETU  TO QTS241-ZANNENGETU
           END-IF
           MOVE WS-SHIME-YMD         TO QTS241-SHIMEYMD
           COMPUTE QTS241-SOUZAN =
               WS-SHOP-ZAN + WS-CASH-ZAN - WS-NYUKIN-GENPON
           IF  QTS241-SOUZAN < ZERO
               MOVE ZERO             TO QTS241-SOUZAN
           END-IF
           MOVE WS-CASH-ZAN          TO QTS241-CASHZAN
           PERFORM 5000-SET-MIKAKUTEI
           MOVE WS-TODAY             TO QTS241-SAKUSEIYMD
           MOVE WS-TODAY             TO QTS241-SVRKOUSHINYMD
           IF  WS-QTS241-STATUS = "00"
               REWRITE QTS241-REC
           ELSE
               WRITE QTS241-REC
           END-IF
           ADD 1 TO WS-POS-COUNT
           COMPUTE WS-RIYOU-GAKU = QTS241-SOUZAN + QTS241-MISOU
           IF  WS-RIYOU-GAKU > QTS241-SOUGENDO * 1000
               ADD 1 TO WS-CHOKA-COUNT
           END-IF
           PERFORM 2900-READ-MASTER.

       2900-READ-MASTER.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * リボ残高計算ファイルから直近請求月の翌月繰越残高を採る
      * （ショッピング・キャッシングそれぞれの最新月）。
       3000-GET-RIBOZAN.
           MOVE ZERO                 TO WS-SHOP-ZAN
           MOVE ZERO                 TO WS-CASH-ZAN
           MOVE ZERO                 TO WS-SHOP-NENGETU
           MOVE ZERO                 TO WS-CASH-NENGETU
           MOVE "N"                  TO WS-SUB-EOF-SW
           MOVE WS-MK-KIGYOUCD       TO QTS103-PRMKIGYOUCD
           MOVE WS-MK-SUBRANGEKEY    TO QTS103-PRMSUBRANGEKEY
           MOVE WS-MK-NAIBUKAIINNO   TO QTS103-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS103-PRMSEIKYUNENGETU
           MOVE LOW-VALUE            TO QTS103-PRMSHOPCASHKBN
           START QTS103-RIBOFILE KEY >= QTS103-PRM
               INVALID KEY SET WS-SUB-EOF TO TRUE
           END-START
           PERFORM 3100-READ-RIBO UNTIL WS-SUB-EOF.

       3100-READ-RIBO.
           READ QTS103-RIBOFILE NEXT RECORD
               AT END SET WS-SUB-EOF TO TRUE
           END-READ
           IF  NOT WS-SUB-EOF
               IF  QTS103-PRMKIGYOUCD     NOT = WS-MK-KIGYOUCD
               OR  QTS103-PRMSUBRANGEKEY  NOT = WS-MK-SUBRANGEKEY
               OR  QTS103-PRMNAIBUKAIINNO NOT = WS-MK-NAIBUKAIINNO
                   SET WS-SUB-EOF TO TRUE
               ELSE
                   IF  QTS103-PRMSHOPCASHKBN = "C"
                       MOVE QTS103-KURIKOSHIZAN TO WS-CASH-ZAN
                       MOVE QTS103-PRMSEIKYUNENGETU
                           TO WS-CASH-NENGETU
                   ELSE
                       MOVE QTS103-KURIKOSHIZAN TO WS-SHOP-ZAN
                       MOVE QTS103-PRMSEIKYUNENGETU
                           TO WS-SHOP-NENGETU
                   END-IF
               END-IF
           END-IF.

      * 締日後に処理した入金分解の元本充当額（充当前元本−充当後
      * 元本）を確定残高から差し引く。
       4000-GET-NYUKIN.
           MOVE ZERO                 TO WS-NYUKIN-GENPON
           MOVE "N"                  TO WS-SUB-EOF-SW
           MOVE WS-MK-KIGYOUCD       TO QTS100-PRMKIGYOUCD
           MOVE WS-MK-SUBRANGEKEY    TO QTS100-PRMSUBRANJIKEY
           MOVE WS-MK-NAIBUKAIINNO   TO QTS100-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS100-PRMNYUKINMEISAI
           MOVE ZERO                 TO QTS100-PRMSHORITUUBAN
           START QTS100-BUNKAI KEY >= QTS100-PRM
               INVALID KEY SET WS-SUB-EOF TO TRUE
           END-START
           PERFORM 4100-READ-NYUKIN UNTIL WS-SUB-EOF.

       4100-READ-NYUKIN.
           READ QTS100-BUNKAI NEXT RECORD
               AT END SET WS-SUB-EOF TO TRUE
           END-READ
           IF  NOT WS-SUB-EOF
               IF  QTS100-PRMKIGYOUCD     NOT = WS-MK-KIGYOUCD
               OR  QTS100-PRMSUBRANJIKEY  NOT = WS-MK-SUBRANGEKEY
               OR  QTS100-PRMNAIBUKAIINNO NOT = WS-MK-NAIBUKAIINNO
                   SET WS-SUB-EOF TO TRUE
               ELSE
                   IF  QTS100-SHORIBI > WS-SHIME-YMD
                   AND QTS100-LOANSHUBETSU = ZERO
                       COMPUTE WS-NYUKIN-GENPON = WS-NYUKIN-GENPON
                           + QTS100-JTMGENPON - QTS100-JTJGENPON
                   END-IF
               END-IF
           END-IF.

       5000-SET-MIKAKUTEI.
           MOVE ZERO                 TO QTS241-MISOU
           MOVE ZERO                 TO QTS241-MICASH
           MOVE ZERO                 TO QTS241-MIKAPPU
           MOVE ZERO                 TO QTS241-MIKENSU
           MOVE "N" TO WS-HIT-SW
           PERFORM 5100-SEARCH-MEMBER
               VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SH-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-IX
               MOVE WS-SH-SOU(WS-IX)   TO QTS241-MISOU
               MOVE WS-SH-CASH(WS-IX)  TO QTS241-MICASH
               MOVE WS-SH-KAPPU(WS-IX) TO QTS241-MIKAPPU
               MOVE WS-SH-KENSU(WS-IX) TO QTS241-MIKENSU
           END-IF.

       5100-SEARCH-MEMBER.
           IF  WS-SH-KEY(WS-IX) = WS-MEMBER-KEY
               SET WS-HIT TO TRUE
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS241B: SHIMEYMD=" WS-SHIME-YMD
                   " POSITION=" WS-POS-COUNT
                   " SHINKI=" WS-SHINKI-COUNT
                   " SHONIN=" WS-SHONIN-COUNT
                   " CHOKA=" WS-CHOKA-COUNT
           CLOSE QTS010-MASTER
           CLOSE QTS103-RIBOFILE
           CLOSE QTS100-BUNKAI
           CLOSE QTS241-POSITION.
