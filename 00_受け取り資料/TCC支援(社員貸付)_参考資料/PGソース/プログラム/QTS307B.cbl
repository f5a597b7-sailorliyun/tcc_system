      *8...........2.........3.........4.........5........6........7.........8
      *    QTS307B
      ****************************************************************
      *          個人情報開示一覧作成・回答期限管理バッチ            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    個人情報請求受付ファイル（QTS307）を全件読み、次の２つを
      *    作成する。
      *    １．開示一覧（QTS307KJ）
      *      本人確認の済んだ未作成の開示請求について、当該会員の
      *      保有個人データを次のファイルから集めて一覧にする。
      *        会員マスタ（QTS010）・家族会員（QTS020）
      *        旧氏名履歴（QTS023）・住所変更履歴（QTS024）
      *        請求書送付チャネル（QTS027）・通知許諾（QTS222）
      *        反社・制裁スクリーニング案件（QTS111）
      *        信用情報機関報告（ＣＩＣ:QTS116  ＪＩＣＣ:QTS258）
      *        ＪＩＣＣ照会（QTS256）
      *      作成した請求は対応状況を開示一覧作成済とし、作成を
      *      操作ジャーナル（QTS025）に照会として記録する。本人へ
      *      の回答内容（不開示とする項目の有無等）は担当者が一覧
      *      をもとに判断し、QTS307Mで回答を記録する。
      *    ２．回答期限管理一覧（QTS307KR）
      *      未回答の全請求を回答期限と残日数付きで出力し、期限を
      *      過ぎたものに印を付ける。期限超過があれば復帰コード４
      *      で終了する。
      *    スクリーニング案件・ＪＩＣＣ照会は会員キーを持たないため
      *    開示請求ごとに全件を読む（開示請求は日に数件程度）。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS307B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS307-SEIKYU   ASSIGN TO "QTS307"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS307-SEG
                   FILE STATUS IS WS-QTS307-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS020-KAZOKU   ASSIGN TO "QTS020"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS020-SEG
                   FILE STATUS IS WS-QTS020-STATUS.
           SELECT  QTS023-KYUSHIMEI ASSIGN TO "QTS023"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS023-SEG
                   FILE STATUS IS WS-QTS023-STATUS.
           SELECT  QTS024-JUSHO    ASSIGN TO "QTS024"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS024-SEG
                   FILE STATUS IS WS-QTS024-STATUS.
           SELECT  QTS027-SOUFU    ASSIGN TO "QTS027"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS027-SEG
                   FILE STATUS IS WS-QTS027-STATUS.
           SELECT  QTS222-KYODAKU  ASSIGN TO "QTS222"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS222-PRM
                   FILE STATUS IS WS-QTS222-STATUS.
           SELECT  QTS111-SCREEN   ASSIGN TO "QTS111"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS111-SEG
                   FILE STATUS IS WS-QTS111-STATUS.
           SELECT  QTS116-CIC      ASSIGN TO "QTS116"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS116-PRM
                   FILE STATUS IS WS-QTS116-STATUS.
           SELECT  QTS258-JICC     ASSIGN TO "QTS258"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS258-PRM
                   FILE STATUS IS WS-QTS258-STATUS.
           SELECT  QTS256-SHOKAI   ASSIGN TO "QTS256"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS256-PRM
                   FILE STATUS IS WS-QTS256-STATUS.
           SELECT  QTS025-JOURNAL  ASSIGN TO "QTS025"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QTS025-STATUS.
           SELECT  KAIJI-LIST      ASSIGN TO "QTS307KJ"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  KIGEN-LIST      ASSIGN TO "QTS307KR"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS307-SEIKYU.
       01  QTS307-REC.
           COPY QTS307 REPLACING ==()== BY ==QTS307==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS020-KAZOKU.
       01  QTS020-REC.
           COPY QTS020 REPLACING ==()== BY ==QTS020==.
       FD  QTS023-KYUSHIMEI.
       01  QTS023-REC.
           COPY QTS023 REPLACING ==()== BY ==QTS023==.
       FD  QTS024-JUSHO.
       01  QTS024-REC.
           COPY QTS024 REPLACING ==()== BY ==QTS024==.
       FD  QTS027-SOUFU.
       01  QTS027-REC.
           COPY QTS027 REPLACING ==()== BY ==QTS027==.
       FD  QTS222-KYODAKU.
       01  QTS222-REC.
           COPY QTS222 REPLACING ==()== BY ==QTS222==.
       FD  QTS111-SCREEN.
       01  QTS111-REC.
           COPY QTS111 REPLACING ==()== BY ==QTS111==.
       FD  QTS116-CIC.
       01  QTS116-REC.
           COPY QTS116 REPLACING ==()== BY ==QTS116==.
       FD  QTS258-JICC.
       01  QTS258-REC.
           COPY QTS258 REPLACING ==()== BY ==QTS258==.
       FD  QTS256-SHOKAI.
       01  QTS256-REC.
           COPY QTS256 REPLACING ==()== BY ==QTS256==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       FD  KAIJI-LIST.
       01  KAIJI-LIST-LINE             PIC X(132).
       FD  KIGEN-LIST.
       01  KIGEN-LIST-LINE             PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS307-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QTS023-STATUS        PIC X(02).
       01  WS-QTS024-STATUS        PIC X(02).
       01  WS-QTS027-STATUS        PIC X(02).
       01  WS-QTS222-STATUS        PIC X(02).
       01  WS-QTS111-STATUS        PIC X(02).
       01  WS-QTS116-STATUS        PIC X(02).
       01  WS-QTS258-STATUS        PIC X(02).
       01  WS-QTS256-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-INT            PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-NOKORI-NISSU         PIC S9(05).
       01  WS-KOMOKU-COUNT         PIC 9(05).
       01  WS-GAITOU-COUNT         PIC 9(05).
       01  WS-KAIJI-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-MIKAITO-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-CHOUKA-COUNT         PIC 9(05)     VALUE ZERO.
      * 開示一覧の行
       01  WS-KJ-HEAD-LINE.
           05  FILLER              PIC X(12)     VALUE "KAIJI KAIIN=".
           05  WS-KH-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-KH-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-KH-NAIBUKAIINNO  PIC 9(08).
           05  FILLER              PIC X(10)     VALUE " UKETSUKE=".
           05  WS-KH-UKETSUKEYMD   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-KH-RENBAN        PIC 9(02).
           05  FILLER              PIC X(07)     VALUE " KIGEN=".
           05  WS-KH-KIGENYMD      PIC 9(08).
           05  FILLER              PIC X(09)     VALUE " SAKUSEI=".
           05  WS-KH-SAKUSEIYMD    PIC 9(08).
       01  WS-KJ-TRL-LINE.
           05  FILLER              PIC X(12)     VALUE "KAIJI END  (".
           05  WS-KT-KENSU         PIC ZZZZ9.
           05  FILLER              PIC X(07)     VALUE " GYOU)".
       01  WS-KJ-NASHI-LINE.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-KN-FILE          PIC X(06).
           05  FILLER              PIC X(13)     VALUE " GAITOU NASHI".
       01  WS-KJ-010A-LINE.
           05  FILLER              PIC X(16)
                                   VALUE "  QTS010 SHIMEI=".
           05  WS-KA-SHIMEIKANA    PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KA-SHIMEIKAN     PIC N(15).
           05  FILLER              PIC X(13)     VALUE " SEINENGAPPI=".
           05  WS-KA-SEINENGAPPI   PIC 9(08).
           05  FILLER              PIC X(05)     VALUE " SEX=".
           05  WS-KA-SEX           PIC 9(01).
       01  WS-KJ-010B-LINE.
           05  FILLER              PIC X(15)
                                   VALUE "  QTS010 JUSHO=".
           05  WS-KB-YUUBINNO      PIC X(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KB-JUSHOKAN      PIC N(25).
           05  WS-KB-BANCHIKAN     PIC N(15).
           05  FILLER              PIC X(05)     VALUE " TEL=".
           05  WS-KB-TEL           PIC X(15).
       01  WS-KJ-010C-LINE.
           05  FILLER              PIC X(19)
                                   VALUE "  QTS010 KINMUSAKI=".
           05  WS-KC-KMSMEIKAN     PIC N(30).
           05  FILLER              PIC X(05)     VALUE " TEL=".
           05  WS-KC-KMSTEL        PIC X(15).
       01  WS-KJ-010D-LINE.
           05  FILLER              PIC X(15)
                                   VALUE "  QTS010 KOUZA=".
           05  WS-KD-GINKOUMEI     PIC N(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KD-SHITENMEI     PIC N(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KD-KOZNO         PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KD-KOZMEIGI      PIC X(30).
       01  WS-KJ-010E-LINE.
           05  FILLER              PIC X(17)
                                   VALUE "  QTS010 CARDKBN=".
           05  WS-KE-CARDKBN       PIC 9(06).
           05  FILLER              PIC X(11)     VALUE " YUKOKIGEN=".
           05  WS-KE-YUKOKIGEN     PIC 9(06).
           05  FILLER              PIC X(07)     VALUE " GENDO=".
           05  WS-KE-GENDO         PIC ZZZZ9.
           05  FILLER              PIC X(06)     VALUE " RANK=".
           05  WS-KE-RANK          PIC X(01).
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-KE-STSCARD       PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "/".
           05  WS-KE-STSYMD        PIC 9(08).
       01  WS-KJ-020-LINE.
           05  FILLER              PIC X(18)
                                   VALUE "  QTS020 RIYOUSHA=".
           05  WS-K2-RIYOUSHACD    PIC 9(01).
           05  FILLER              PIC X(08)     VALUE " SHIMEI=".
           05  WS-K2-SHIMEIKANA    PIC X(15).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-K2-SHIMEIKAN     PIC N(15).
           05  FILLER              PIC X(13)     VALUE " SEINENGAPPI=".
           05  WS-K2-SEINENGAPPI   PIC 9(08).
           05  FILLER              PIC X(10)     VALUE " ZOKUGARA=".
           05  WS-K2-ZOKUGARA      PIC 9(01).
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-K2-STS           PIC 9(04).
       01  WS-KJ-023-LINE.
           05  FILLER              PIC X(19)
                                   VALUE "  QTS023 KYUSHIMEI=".
           05  WS-K3-HENKOUYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-K3-KYUKANA       PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-K3-KYUKAN        PIC N(15).
       01  WS-KJ-024-LINE.
           05  FILLER              PIC X(21)
                                   VALUE "  QTS024 JUSHOHENKOU=".
           05  WS-K4-YUKOYMD       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-K4-YUUBINNO      PIC X(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-K4-JUSHOKAN      PIC N(25).
           05  WS-K4-BANCHIKAN     PIC N(15).
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-K4-TEKIYOSTS     PIC X(01).
       01  WS-KJ-027-LINE.
           05  FILLER              PIC X(15)
                                   VALUE "  QTS027 SOUFU=".
           05  WS-K7-RENBAN        PIC 9(02).
           05  FILLER              PIC X(09)     VALUE " CHANNEL=".
           05  WS-K7-CHANNELKBN    PIC X(01).
           05  FILLER              PIC X(06)     VALUE " MAIL=".
           05  WS-K7-MAILADDR      PIC X(40).
           05  FILLER              PIC X(08)     VALUE " HENKOU=".
           05  WS-K7-HENKOUYMD     PIC 9(08).
       01  WS-KJ-222-LINE.
           05  FILLER              PIC X(13)     VALUE "  QTS222 SMS=".
           05  WS-K8-SMS           PIC X(01).
           05  FILLER              PIC X(06)     VALUE " MAIL=".
           05  WS-K8-MAIL          PIC X(01).
           05  FILLER              PIC X(04)     VALUE " DM=".
           05  WS-K8-DM            PIC X(01).
           05  FILLER              PIC X(08)     VALUE " KEITAI=".
           05  WS-K8-KEITAITEL     PIC X(15).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-K8-MAILADDR      PIC X(40).
           05  FILLER              PIC X(08)     VALUE " TEISHI=".
           05  WS-K8-RIYOUTEISHI   PIC X(01).
           05  WS-K8-DAISANSHA     PIC X(01).
       01  WS-KJ-111-LINE.
           05  FILLER              PIC X(20)
                                   VALUE "  QTS111 SCREENING=".
           05  WS-K1-SCREENINGNO   PIC 9(08).
           05  FILLER              PIC X(06)     VALUE " OPEN=".
           05  WS-K1-OPENYMD       PIC 9(08).
           05  FILLER              PIC X(06)     VALUE " LIST=".
           05  WS-K1-WATCHLISTKBN  PIC X(01).
           05  FILLER              PIC X(07)     VALUE " SCORE=".
           05  WS-K1-MATCHSCORE    PIC ZZ9.
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-K1-CASESTS       PIC X(01).
           05  FILLER              PIC X(08)     VALUE " HANTEI=".
           05  WS-K1-DISPOSITION   PIC X(01).
           05  FILLER              PIC X(01)     VALUE "/".
           05  WS-K1-DISPOSEYMD    PIC 9(08).
       01  WS-KJ-116-LINE.
           05  FILLER              PIC X(21)
                                   VALUE "  QTS116 CIC HOUKOKU=".
           05  WS-KI-HOUKOKUYMD    PIC 9(08).
           05  FILLER              PIC X(05)     VALUE " ZAN=".
           05  WS-KI-HOUKOKUZAN    PIC -----------9.
           05  FILLER              PIC X(06)     VALUE " RANK=".
           05  WS-KI-HOUKOKURANK   PIC X(01).
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-KI-HOUKOKUSTS    PIC X(01).
       01  WS-KJ-258-LINE.
           05  FILLER              PIC X(22)
                                   VALUE "  QTS258 JICC HOUKOKU=".
           05  WS-KK-HOUKOKUYMD    PIC 9(08).
           05  FILLER              PIC X(05)     VALUE " ZAN=".
           05  WS-KK-HOUKOKUZAN    PIC -----------9.
           05  FILLER              PIC X(07)     VALUE " GENDO=".
           05  WS-KK-HOUKOKUGENDO  PIC ZZZZ9.
           05  FILLER              PIC X(06)     VALUE " IDOU=".
           05  WS-KK-HOUKOKUIDOU   PIC X(02).
           05  FILLER              PIC X(01)     VALUE "/".
           05  WS-KK-IDOUYMD       PIC 9(08).
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-KK-HOUKOKUSTS    PIC X(01).
       01  WS-KJ-256-LINE.
           05  FILLER              PIC X(21)
                                   VALUE "  QTS256 JICC SHOKAI=".
           05  WS-K6-IRAIYMD       PIC 9(08).
           05  FILLER              PIC X(05)     VALUE " KBN=".
           05  WS-K6-SHOKAIKBN     PIC X(01).
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-K6-SHOKAISTS     PIC X(01).
           05  FILLER              PIC X(08)     VALUE " KAITOU=".
           05  WS-K6-KAITOUYMD     PIC 9(08).
           05  FILLER              PIC X(06)     VALUE " IDOU=".
           05  WS-K6-IDOUFLG       PIC X(01).
           05  FILLER              PIC X(07)     VALUE " KENSU=".
           05  WS-K6-KENSU         PIC ZZ9.
           05  FILLER              PIC X(05)     VALUE " ZAN=".
           05  WS-K6-ZAN           PIC ZZZZZZ9.
      * 回答期限管理一覧の行
       01  WS-KR-HEAD-LINE.
           05  FILLER              PIC X(16)
                                   VALUE "KAITO KIGEN KANR".
           05  FILLER              PIC X(10)     VALUE "I SAKUSEI=".
           05  WS-RH-SAKUSEIYMD    PIC 9(08).
       01  WS-KR-DTL-LINE.
           05  WS-RD-CHOUKA        PIC X(02).
           05  WS-RD-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RD-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RD-NAIBUKAIINNO  PIC 9(08).
           05  FILLER              PIC X(10)     VALUE " UKETSUKE=".
           05  WS-RD-UKETSUKEYMD   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RD-RENBAN        PIC 9(02).
           05  FILLER              PIC X(08)     VALUE " SEIKYU=".
           05  WS-RD-SEIKYUKBN     PIC X(01).
           05  FILLER              PIC X(09)     VALUE " CHANNEL=".
           05  WS-RD-CHANNEL       PIC X(01).
           05  FILLER              PIC X(09)     VALUE " KAKUNIN=".
           05  WS-RD-KAKUNINYMD    PIC 9(08).
           05  FILLER              PIC X(05)     VALUE " STS=".
           05  WS-RD-TAIOSTS       PIC X(01).
           05  FILLER              PIC X(07)     VALUE " KIGEN=".
           05  WS-RD-KIGENYMD      PIC 9(08).
           05  FILLER              PIC X(08)     VALUE " NOKORI=".
           05  WS-RD-NOKORI        PIC -----9.
       01  WS-KR-TRL-LINE.
           05  FILLER              PIC X(09)     VALUE "MIKAITO=".
           05  WS-RT-MIKAITO       PIC ZZZZ9.
           05  FILLER              PIC X(08)     VALUE " CHOUKA=".
           05  WS-RT-CHOUKA        PIC ZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SEIKYU THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O    QTS307-SEIKYU
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS020-KAZOKU
           OPEN INPUT  QTS023-KYUSHIMEI
           OPEN INPUT  QTS024-JUSHO
           OPEN INPUT  QTS027-SOUFU
           OPEN INPUT  QTS222-KYODAKU
           OPEN INPUT  QTS111-SCREEN
           OPEN INPUT  QTS116-CIC
           OPEN INPUT  QTS258-JICC
           OPEN INPUT  QTS256-SHOKAI
           OPEN EXTEND QTS025-JOURNAL
           OPEN OUTPUT KAIJI-LIST
           OPEN OUTPUT KIGEN-LIST
           MOVE WS-TODAY             TO WS-RH-SAKUSEIYMD
           MOVE WS-KR-HEAD-LINE      TO KIGEN-LIST-LINE
           WRITE KIGEN-LIST-LINE
           MOVE LOW-VALUE            TO QTS307-SEG
           START QTS307-SEIKYU KEY >= QTS307-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START.

      * 未回答（受付・開示一覧作成済）の請求を回答期限管理一覧へ
      * 出し、本人確認の済んだ開示請求は開示一覧を作る。
       2000-PROCESS-SEIKYU.
           READ QTS307-SEIKYU NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF  QTS307-TAIOSTS NOT = "1" AND "2"
               GO TO 2000-EXIT
           END-IF
           IF  QTS307-SEIKYUKBN = "1"
           AND QTS307-TAIOSTS = "1"
           AND QTS307-HONNINKAKUNINYMD > ZERO
               PERFORM 3000-KAIJI
           END-IF
           PERFORM 2100-WRITE-KIGEN.

       2000-EXIT.
           EXIT.

       2100-WRITE-KIGEN.
           ADD 1 TO WS-MIKAITO-COUNT
           COMPUTE WS-NOKORI-NISSU =
               FUNCTION INTEGER-OF-DATE(QTS307-KAITOKIGENYMD)
               - WS-TODAY-INT
           IF  WS-NOKORI-NISSU < ZERO
               MOVE "* "             TO WS-RD-CHOUKA
               ADD 1 TO WS-CHOUKA-COUNT
           ELSE
               MOVE SPACES           TO WS-RD-CHOUKA
           END-IF
           MOVE QTS307-PRMKIGYOUCD   TO WS-RD-KIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO WS-RD-SUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO WS-RD-NAIBUKAIINNO
           MOVE QTS307-PRMUKETSUKEYMD TO WS-RD-UKETSUKEYMD
           MOVE QTS307-PRMRENBAN     TO WS-RD-RENBAN
           MOVE QTS307-SEIKYUKBN     TO WS-RD-SEIKYUKBN
           MOVE QTS307-UKETSUKECHANNEL TO WS-RD-CHANNEL
           MOVE QTS307-HONNINKAKUNINYMD TO WS-RD-KAKUNINYMD
           MOVE QTS307-TAIOSTS       TO WS-RD-TAIOSTS
           MOVE QTS307-KAITOKIGENYMD TO WS-RD-KIGENYMD
           MOVE WS-NOKORI-NISSU      TO WS-RD-NOKORI
           MOVE WS-KR-DTL-LINE       TO KIGEN-LIST-LINE
           WRITE KIGEN-LIST-LINE.

      * 会員１人分の開示一覧。ファイルごとに該当がなければその旨
      * の行を出し、何を調べたかが一覧から分かるようにする。
       3000-KAIJI.
           MOVE ZERO TO WS-KOMOKU-COUNT
           MOVE QTS307-PRMKIGYOUCD   TO WS-KH-KIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO WS-KH-SUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO WS-KH-NAIBUKAIINNO
           MOVE QTS307-PRMUKETSUKEYMD TO WS-KH-UKETSUKEYMD
           MOVE QTS307-PRMRENBAN     TO WS-KH-RENBAN
           MOVE QTS307-KAITOKIGENYMD TO WS-KH-KIGENYMD
           MOVE WS-TODAY             TO WS-KH-SAKUSEIYMD
           MOVE WS-KJ-HEAD-LINE      TO KAIJI-LIST-LINE
           WRITE KAIJI-LIST-LINE
           PERFORM 3100-KAIJI-QTS010
           PERFORM 3200-KAIJI-QTS020
           PERFORM 3300-KAIJI-QTS023
           PERFORM 3400-KAIJI-QTS024
           PERFORM 3500-KAIJI-QTS027
           PERFORM 3600-KAIJI-QTS222
           PERFORM 3700-KAIJI-QTS111
           PERFORM 3800-KAIJI-SHINYO
           PERFORM 3900-KAIJI-QTS256
           MOVE WS-KOMOKU-COUNT      TO WS-KT-KENSU
           MOVE WS-KJ-TRL-LINE       TO KAIJI-LIST-LINE
           WRITE KAIJI-LIST-LINE
           ADD 1 TO WS-KAIJI-COUNT
           MOVE "2"                  TO QTS307-TAIOSTS
           MOVE WS-TODAY             TO QTS307-KAIJISAKUSEIYMD
           MOVE WS-TODAY             TO QTS307-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS307-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS307-SVRKOUSHINYMD
           REWRITE QTS307-REC
           PERFORM 9100-WRITE-JOURNAL.

       3100-KAIJI-QTS010.
           MOVE QTS307-PRMKIGYOUCD   TO QTS010-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS010-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   MOVE "QTS010" TO WS-KN-FILE
                   PERFORM 8000-WRITE-NASHI
               NOT INVALID KEY
                   PERFORM 3110-EDIT-QTS010
           END-READ.

       3110-EDIT-QTS010.
           MOVE QTS010-HONSHIMEIKANA TO WS-KA-SHIMEIKANA
           MOVE QTS010-HONSHIMEIKAN  TO WS-KA-SHIMEIKAN
           MOVE QTS010-HONSEINENGAPPI TO WS-KA-SEINENGAPPI
           MOVE QTS010-HONSEX        TO WS-KA-SEX
           MOVE WS-KJ-010A-LINE      TO KAIJI-LIST-LINE
           PERFORM 8100-WRITE-KOMOKU
           MOVE QTS010-JTKYUUBINNO   TO WS-KB-YUUBINNO
           MOVE QTS010-JTKJUSHOKAN   TO WS-KB-JUSHOKAN
           MOVE QTS010-JTKBANCHIKAN  TO WS-KB-BANCHIKAN
           MOVE QTS010-JTKTEL        TO WS-KB-TEL
           MOVE WS-KJ-010B-LINE      TO KAIJI-LIST-LINE
           PERFORM 8100-WRITE-KOMOKU
           MOVE QTS010-KMSMEIKAN     TO WS-KC-KMSMEIKAN
           MOVE QTS010-KMSTEL        TO WS-KC-KMSTEL
           MOVE WS-KJ-010C-LINE      TO KAIJI-LIST-LINE
           PERFORM 8100-WRITE-KOMOKU
           MOVE QTS010-KOZGINKOUMEI  TO WS-KD-GINKOUMEI
           MOVE QTS010-KOZSHITENMEI  TO WS-KD-SHITENMEI
           MOVE QTS010-KOZNO         TO WS-KD-KOZNO
           MOVE QTS010-KOZMEIGI      TO WS-KD-KOZMEIGI
           MOVE WS-KJ-010D-LINE      TO KAIJI-LIST-LINE
           PERFORM 8100-WRITE-KOMOKU
           MOVE QTS010-CARDKBN       TO WS-KE-CARDKBN
           MOVE QTS010-YUKOKIGEN     TO WS-KE-YUKOKIGEN
           MOVE QTS010-YSNSOUGENDO   TO WS-KE-GENDO
           MOVE QTS010-YSNRANK       TO WS-KE-RANK
           MOVE QTS010-STSCARD       TO WS-KE-STSCARD
           MOVE QTS010-STSCARDTOROKUYMD TO WS-KE-STSYMD
           MOVE WS-KJ-010E-LINE      TO KAIJI-LIST-LINE
           PERFORM 8100-WRITE-KOMOKU.

       3200-KAIJI-QTS020.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO TO WS-GAITOU-COUNT
           MOVE QTS307-PRMKIGYOUCD   TO QTS020-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS020-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS020-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS020-PRMRIYOUSHACD
           START QTS020-KAZOKU KEY >= QTS020-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3210-READ-QTS020 UNTIL WS-SCAN-EOF
           IF  WS-GAITOU-COUNT = ZERO
               MOVE "QTS020" TO WS-KN-FILE
               PERFORM 8000-WRITE-NASHI
           END-IF.

       3210-READ-QTS020.
           READ QTS020-KAZOKU NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS020-PRMKIGYOUCD = QTS307-PRMKIGYOUCD
               AND QTS020-PRMSUBRANGEKEY = QTS307-PRMSUBRANGEKEY
               AND QTS020-PRMNAIBUKAIINNO = QTS307-PRMNAIBUKAIINNO
                   ADD 1 TO WS-GAITOU-COUNT
                   MOVE QTS020-PRMRIYOUSHACD TO WS-K2-RIYOUSHACD
                   MOVE QTS020-KZKSHIMEIKANA TO WS-K2-SHIMEIKANA
                   MOVE QTS020-KZKSHIMEIKAN  TO WS-K2-SHIMEIKAN
                   MOVE QTS020-KZKSEINENGAPPI
                       TO WS-K2-SEINENGAPPI
                   MOVE QTS020-KZKZOKUGARA   TO WS-K2-ZOKUGARA
                   MOVE QTS020-STS           TO WS-K2-STS
                   MOVE WS-KJ-020-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       3300-KAIJI-QTS023.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO TO WS-GAITOU-COUNT
           MOVE QTS307-PRMKIGYOUCD   TO QTS023-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS023-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS023-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS023-PRMRENBAN
           START QTS023-KYUSHIMEI KEY >= QTS023-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3310-READ-QTS023 UNTIL WS-SCAN-EOF
           IF  WS-GAITOU-COUNT = ZERO
               MOVE "QTS023" TO WS-KN-FILE
               PERFORM 8000-WRITE-NASHI
           END-IF.

       3310-READ-QTS023.
           READ QTS023-KYUSHIMEI NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS023-PRMKIGYOUCD = QTS307-PRMKIGYOUCD
               AND QTS023-PRMSUBRANGEKEY = QTS307-PRMSUBRANGEKEY
               AND QTS023-PRMNAIBUKAIINNO = QTS307-PRMNAIBUKAIINNO
                   ADD 1 TO WS-GAITOU-COUNT
                   MOVE QTS023-HENKOUYMD     TO WS-K3-HENKOUYMD
                   MOVE QTS023-KYUSHIMEIKANA TO WS-K3-KYUKANA
                   MOVE QTS023-KYUSHIMEIKAN  TO WS-K3-KYUKAN
                   MOVE WS-KJ-023-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       3400-KAIJI-QTS024.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO TO WS-GAITOU-COUNT
           MOVE QTS307-PRMKIGYOUCD   TO QTS024-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS024-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS024-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS024-PRMYUKOYMD
           START QTS024-JUSHO KEY >= QTS024-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3410-READ-QTS024 UNTIL WS-SCAN-EOF
           IF  WS-GAITOU-COUNT = ZERO
               MOVE "QTS024" TO WS-KN-FILE
               PERFORM 8000-WRITE-NASHI
           END-IF.

       3410-READ-QTS024.
           READ QTS024-JUSHO NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS024-PRMKIGYOUCD = QTS307-PRMKIGYOUCD
               AND QTS024-PRMSUBRANGEKEY = QTS307-PRMSUBRANGEKEY
               AND QTS024-PRMNAIBUKAIINNO = QTS307-PRMNAIBUKAIINNO
                   ADD 1 TO WS-GAITOU-COUNT
                   MOVE QTS024-PRMYUKOYMD    TO WS-K4-YUKOYMD
                   MOVE QTS024-SHNYUUBINNO   TO WS-K4-YUUBINNO
                   MOVE QTS024-SHNJUSHOKAN   TO WS-K4-JUSHOKAN
                   MOVE QTS024-SHNBANCHIKAN  TO WS-K4-BANCHIKAN
                   MOVE QTS024-TEKIYOSTS     TO WS-K4-TEKIYOSTS
                   MOVE WS-KJ-024-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       3500-KAIJI-QTS027.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO TO WS-GAITOU-COUNT
           MOVE QTS307-PRMKIGYOUCD   TO QTS027-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS027-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS027-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS027-PRMRENBAN
           START QTS027-SOUFU KEY >= QTS027-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3510-READ-QTS027 UNTIL WS-SCAN-EOF
           IF  WS-GAITOU-COUNT = ZERO
               MOVE "QTS027" TO WS-KN-FILE
               PERFORM 8000-WRITE-NASHI
           END-IF.

       3510-READ-QTS027.
           READ QTS027-SOUFU NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS027-PRMKIGYOUCD = QTS307-PRMKIGYOUCD
               AND QTS027-PRMSUBRANGEKEY = QTS307-PRMSUBRANGEKEY
               AND QTS027-PRMNAIBUKAIINNO = QTS307-PRMNAIBUKAIINNO
                   ADD 1 TO WS-GAITOU-COUNT
                   MOVE QTS027-PRMRENBAN     TO WS-K7-RENBAN
                   MOVE QTS027-CHANNELKBN    TO WS-K7-CHANNELKBN
                   MOVE QTS027-MAILADDR      TO WS-K7-MAILADDR
                   MOVE QTS027-HENKOUYMD     TO WS-K7-HENKOUYMD
                   MOVE WS-KJ-027-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       3600-KAIJI-QTS222.
           MOVE QTS307-PRMKIGYOUCD   TO QTS222-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS222-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS222-PRMNAIBUKAIINNO
           READ QTS222-KYODAKU
               INVALID KEY
                   MOVE "QTS222" TO WS-KN-FILE
                   PERFORM 8000-WRITE-NASHI
               NOT INVALID KEY
                   MOVE QTS222-SMSKYODAKU    TO WS-K8-SMS
                   MOVE QTS222-MAILKYODAKU   TO WS-K8-MAIL
                   MOVE QTS222-DMKYODAKU     TO WS-K8-DM
                   MOVE QTS222-KEITAITEL     TO WS-K8-KEITAITEL
                   MOVE QTS222-MAILADDR      TO WS-K8-MAILADDR
                   MOVE QTS222-RIYOUTEISHI   TO WS-K8-RIYOUTEISHI
                   MOVE QTS222-DAISANSHATEISHI
                       TO WS-K8-DAISANSHA
                   MOVE WS-KJ-222-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
           END-READ.

       3700-KAIJI-QTS111.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO TO WS-GAITOU-COUNT
           MOVE ZERO                 TO QTS111-PRMSCREENINGNO
           START QTS111-SCREEN KEY >= QTS111-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3710-READ-QTS111 UNTIL WS-SCAN-EOF
           IF  WS-GAITOU-COUNT = ZERO
               MOVE "QTS111" TO WS-KN-FILE
               PERFORM 8000-WRITE-NASHI
           END-IF.

       3710-READ-QTS111.
           READ QTS111-SCREEN NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS111-KAIKIGYOUCD = QTS307-PRMKIGYOUCD
               AND QTS111-KAISUBRANGEKEY = QTS307-PRMSUBRANGEKEY
               AND QTS111-KAINAIBUKAIINNO = QTS307-PRMNAIBUKAIINNO
                   ADD 1 TO WS-GAITOU-COUNT
                   MOVE QTS111-PRMSCREENINGNO TO WS-K1-SCREENINGNO
                   MOVE QTS111-OPENYMD       TO WS-K1-OPENYMD
                   MOVE QTS111-WATCHLISTKBN  TO WS-K1-WATCHLISTKBN
                   MOVE QTS111-MATCHSCORE    TO WS-K1-MATCHSCORE
                   MOVE QTS111-CASESTS       TO WS-K1-CASESTS
                   MOVE QTS111-DISPOSITION   TO WS-K1-DISPOSITION
                   MOVE QTS111-DISPOSEYMD    TO WS-K1-DISPOSEYMD
                   MOVE WS-KJ-111-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
               END-IF
           END-IF.

      * 信用情報機関への報告内容（ＣＩＣ・ＪＩＣＣ）。
       3800-KAIJI-SHINYO.
           MOVE QTS307-PRMKIGYOUCD   TO QTS116-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS116-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS116-PRMNAIBUKAIINNO
           READ QTS116-CIC
               INVALID KEY
                   MOVE "QTS116" TO WS-KN-FILE
                   PERFORM 8000-WRITE-NASHI
               NOT INVALID KEY
                   MOVE QTS116-HOUKOKUYMD    TO WS-KI-HOUKOKUYMD
                   MOVE QTS116-HOUKOKUZAN    TO WS-KI-HOUKOKUZAN
                   MOVE QTS116-HOUKOKURANK   TO WS-KI-HOUKOKURANK
                   MOVE QTS116-HOUKOKUSTS    TO WS-KI-HOUKOKUSTS
                   MOVE WS-KJ-116-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
           END-READ
           MOVE QTS307-PRMKIGYOUCD   TO QTS258-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS258-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO TO QTS258-PRMNAIBUKAIINNO
           READ QTS258-JICC
               INVALID KEY
                   MOVE "QTS258" TO WS-KN-FILE
                   PERFORM 8000-WRITE-NASHI
               NOT INVALID KEY
                   MOVE QTS258-HOUKOKUYMD    TO WS-KK-HOUKOKUYMD
                   MOVE QTS258-HOUKOKUZAN    TO WS-KK-HOUKOKUZAN
                   MOVE QTS258-HOUKOKUGENDO  TO WS-KK-HOUKOKUGENDO
                   MOVE QTS258-HOUKOKUIDOU   TO WS-KK-HOUKOKUIDOU
                   MOVE QTS258-HOUKOKUIDOUYMD TO WS-KK-IDOUYMD
                   MOVE QTS258-HOUKOKUSTS    TO WS-KK-HOUKOKUSTS
                   MOVE WS-KJ-258-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
           END-READ.

       3900-KAIJI-QTS256.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO TO WS-GAITOU-COUNT
           MOVE LOW-VALUE            TO QTS256-PRM
           START QTS256-SHOKAI KEY >= QTS256-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3910-READ-QTS256 UNTIL WS-SCAN-EOF
           IF  WS-GAITOU-COUNT = ZERO
               MOVE "QTS256" TO WS-KN-FILE
               PERFORM 8000-WRITE-NASHI
           END-IF.

       3910-READ-QTS256.
           READ QTS256-SHOKAI NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS256-KAIKIGYOUCD = QTS307-PRMKIGYOUCD
               AND QTS256-KAISUBRANGEKEY = QTS307-PRMSUBRANGEKEY
               AND QTS256-KAINAIBUKAIINNO = QTS307-PRMNAIBUKAIINNO
                   ADD 1 TO WS-GAITOU-COUNT
                   MOVE QTS256-IRAIYMD       TO WS-K6-IRAIYMD
                   MOVE QTS256-SHOKAIKBN     TO WS-K6-SHOKAIKBN
                   MOVE QTS256-SHOKAISTS     TO WS-K6-SHOKAISTS
                   MOVE QTS256-KAITOUYMD     TO WS-K6-KAITOUYMD
                   MOVE QTS256-IDOUFLG       TO WS-K6-IDOUFLG
                   MOVE QTS256-KASHIKINKENSU TO WS-K6-KENSU
                   MOVE QTS256-KASHIKINZAN   TO WS-K6-ZAN
                   MOVE WS-KJ-256-LINE       TO KAIJI-LIST-LINE
                   PERFORM 8100-WRITE-KOMOKU
               END-IF
           END-IF.

       8000-WRITE-NASHI.
           MOVE WS-KJ-NASHI-LINE     TO KAIJI-LIST-LINE
           WRITE KAIJI-LIST-LINE.

       8100-WRITE-KOMOKU.
           WRITE KAIJI-LIST-LINE
           ADD 1 TO WS-KOMOKU-COUNT.

       9000-TERMINATE.
           MOVE WS-MIKAITO-COUNT     TO WS-RT-MIKAITO
           MOVE WS-CHOUKA-COUNT      TO WS-RT-CHOUKA
           MOVE WS-KR-TRL-LINE       TO KIGEN-LIST-LINE
           WRITE KIGEN-LIST-LINE
           DISPLAY "QTS307B: KAIJI=" WS-KAIJI-COUNT
                   " MIKAITO=" WS-MIKAITO-COUNT
                   " CHOUKA=" WS-CHOUKA-COUNT
           IF  WS-CHOUKA-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE QTS307-SEIKYU
           CLOSE QTS010-MASTER
           CLOSE QTS020-KAZOKU
           CLOSE QTS023-KYUSHIMEI
           CLOSE QTS024-JUSHO
           CLOSE QTS027-SOUFU
           CLOSE QTS222-KYODAKU
           CLOSE QTS111-SCREEN
           CLOSE QTS116-CIC
           CLOSE QTS258-JICC
           CLOSE QTS256-SHOKAI
           CLOSE QTS025-JOURNAL
           CLOSE KAIJI-LIST
           CLOSE KIGEN-LIST.

      * 開示一覧の作成は保有個人データの照会として記録する。
       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS307B"            TO QTS025-TRANID
           MOVE QTS307-OPERATORID    TO QTS025-OPERATORID
           MOVE SPACES               TO QTS025-TABANO
           MOVE "R"                  TO QTS025-ACTIONKBN
           MOVE QTS307-SEG           TO QTS025-KEYINFO
           MOVE SPACES               TO QTS025-BEFOREIMAGE
           MOVE QTS307-REC(1:120)    TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
