      *8...........2.........3.........4.........5........6........7.........8
      *    QTS263B
      ****************************************************************
      *                会員紹介実績管理・特典付与依頼バッチ（日次）  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    紹介コード付きの入会申込（QBS002）から会員紹介実績
      *    （QTS264）を起こし、次の条件の到達を日々追う。
      *      入会承認    ：識別番号の一致する会員が会員マスタに登録
      *      カード有効化：被紹介者カードのQTS220有効化状態が１
      *      初回利用    ：被紹介者の利用明細（QTS050）が計上
      *    三つが揃った時点で紹介者への特典ポイントをQTS149B形式の
      *    付与依頼（QTS263GR、ロット種別０３）へ出す。付与はこの
      *    依頼を入力とするQTS149Bの実行で行う。本人による紹介と、
      *    紹介者・被紹介者が重複候補（QCS012、別人判定を除く）に
      *    挙がった紹介は対象外とする。申込作成日から所定日数内に
      *    条件の揃わない紹介は不成立とする。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS263B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHOUKAI-PARAM   ASSIGN TO "QTS263PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QBS002-APPFILE  ASSIGN TO "QBS002"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QBS002-STATUS.
           SELECT  QTS263-SHOUKAI  ASSIGN TO "QTS263"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS263-SEG
                   ALTERNATE RECORD KEY IS QTS263-KAI
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS263-STATUS.
           SELECT  QTS264-JISSEKI  ASSIGN TO "QTS264"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS264-SEG
                   FILE STATUS IS WS-QTS264-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QCS012-CANDFILE ASSIGN TO "QCS012"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QCS012-STATUS.
           SELECT  QTS220-ACTFILE  ASSIGN TO "QTS220"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS220-PRMCARDNO
                   FILE STATUS IS WS-QTS220-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS050-PRM
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  FUYO-OUTFILE    ASSIGN TO "QTS263GR"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHOUKAI-PARAM.
       01  SHOUKAI-PARAM-REC.
           05  PRM-FUYOPOINT           PIC 9(09).
      *        紹介１件あたりの特典ポイント（ゼロは１０００）
           05  PRM-YUKONISSU           PIC 9(03).
      *        特典ロットの付与日からの有効日数（ゼロは３６５）
           05  PRM-KIGENNISSU          PIC 9(03).
      *        申込作成日から条件達成までの期限日数（ゼロは１８０）
       FD  QBS002-APPFILE.
       01  QBS002-REC.
           COPY QBS002.
       FD  QTS263-SHOUKAI.
       01  QTS263-REC.
           COPY QTS263 REPLACING ==()== BY ==QTS263==.
       FD  QTS264-JISSEKI.
       01  QTS264-REC.
           COPY QTS264 REPLACING ==()== BY ==QTS264==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QCS012-CANDFILE.
       01  QCS012-REC.
           COPY QCS012 REPLACING ==()== BY ==QCS012==.
       FD  QTS220-ACTFILE.
       01  QTS220-REC.
           COPY QTS220 REPLACING ==()== BY ==QTS220==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  FUYO-OUTFILE.
      *    期限付ボーナス付与依頼（QTS149Bの入力と同じ形式）
       01  FUYO-OUT-REC.
           05  FYO-PRMKIGYOUCD         PIC 9(04).
           05  FYO-PRMSUBRANGEKEY      PIC 9(04).
           05  FYO-PRMNAIBUKAIINNO     PIC 9(08).
           05  FYO-LOTKBN              PIC X(02).
           05  FYO-FUYOPOINT           PIC 9(09).
           05  FYO-YUKONISSU           PIC 9(03).
       WORKING-STORAGE             SECTION.
       01  WS-QBS002-STATUS        PIC X(02).
       01  WS-QTS263-STATUS        PIC X(02).
       01  WS-QTS264-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QCS012-STATUS        PIC X(02).
       01  WS-QTS220-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-FUYOPOINT            PIC 9(09)     VALUE 1000.
       01  WS-YUKONISSU            PIC 9(03)     VALUE 365.
       01  WS-KIGENNISSU           PIC 9(03)     VALUE 180.
       01  WS-KEIKA-NISSU          PIC S9(05).
       01  WS-SHORIYOUYMD          PIC 9(08).
       01  WS-SEARCH-GAIBUNO       PIC 9(12).
       01  WS-MISHONIN-SW          PIC X(01)     VALUE "N".
           88  WS-MISHONIN-ARI                   VALUE "Y".
       01  WS-SX                   PIC 9(05)     VALUE ZERO  COMP.
       01  WS-SK-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-DROP-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-UKETSUKE-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-MUKOU-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-NYUKAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ACT-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-FUYO-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-JOGAI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-FUSEIRITSU-COUNT     PIC 9(07)     VALUE ZERO.
      * 条件達成待ち（状況１～３）の紹介
       01  WS-SK-TBL.
           05  WS-SK-ENT           OCCURS 9999.
             07  WS-SK-GAIBUNO     PIC 9(12).
             07  WS-SK-SHOUKAICD   PIC 9(08).
             07  WS-SK-STS         PIC X(01).
             07  WS-SK-SKS.
               09  WS-SK-SKSKIGYOUCD  PIC 9(04).
               09  WS-SK-SKSSUBRANGE  PIC 9(04).
               09  WS-SK-SKSKAIINNO   PIC 9(08).
             07  WS-SK-HSK.
               09  WS-SK-HSKKIGYOUCD  PIC 9(04).
               09  WS-SK-HSKSUBRANGE  PIC 9(04).
               09  WS-SK-HSKKAIINNO   PIC 9(08).
             07  WS-SK-CARDNO      PIC X(16).
             07  WS-SK-NYUKAIYMD   PIC 9(08).
             07  WS-SK-CHOUFUKU    PIC X(01).
       01  WS-PAIR1.
           05  WS-P1-KIGYOUCD      PIC 9(04).
           05  WS-P1-SUBRANGE      PIC 9(04).
           05  WS-P1-KAIINNO       PIC 9(08).
       01  WS-PAIR2.
           05  WS-P2-KIGYOUCD      PIC 9(04).
           05  WS-P2-SUBRANGE      PIC 9(04).
           05  WS-P2-KAIINNO       PIC 9(08).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CAPTURE-APP THRU 2900-NEXT-APP
                   UNTIL WS-EOF
           CLOSE QBS002-APPFILE
           PERFORM 3000-LOAD-JISSEKI
           IF  WS-MISHONIN-ARI
               PERFORM 4000-LINK-MEMBER
           END-IF
           IF  WS-SK-MAX > ZERO
               PERFORM 5000-CHECK-CHOUFUKU
               PERFORM 6000-ADVANCE THRU 6000-EXIT
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SK-MAX
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-SK-TBL
           OPEN INPUT  SHOUKAI-PARAM
           READ SHOUKAI-PARAM
               AT END
                   MOVE ZERO TO PRM-FUYOPOINT
                   MOVE ZERO TO PRM-YUKONISSU
                   MOVE ZERO TO PRM-KIGENNISSU
           END-READ
           IF  PRM-FUYOPOINT > ZERO
               MOVE PRM-FUYOPOINT  TO WS-FUYOPOINT
           END-IF
           IF  PRM-YUKONISSU > ZERO
               MOVE PRM-YUKONISSU  TO WS-YUKONISSU
           END-IF
           IF  PRM-KIGENNISSU > ZERO
               MOVE PRM-KIGENNISSU TO WS-KIGENNISSU
           END-IF
           CLOSE SHOUKAI-PARAM
           OPEN INPUT  QBS002-APPFILE
           OPEN INPUT  QTS263-SHOUKAI
           OPEN I-O    QTS264-JISSEKI
           OPEN I-O    QTS010-MASTER
           OPEN INPUT  QCS012-CANDFILE
           OPEN INPUT  QTS220-ACTFILE
           OPEN INPUT  QTS050-URIAGE
           OPEN OUTPUT FUYO-OUTFILE
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 紹介コード欄の記入された申込から紹介実績を起こす。既に起こ
      * した申込（同じ識別番号）は対象としない。コードが未発行・
      * 停止中であれば対象外として記録する。
       2000-CAPTURE-APP.
           IF  QBS002-SHOUKAICD NOT NUMERIC
           OR  QBS002-SHOUKAICD = ZERO
           OR  QBS002-GAIBUKAIINNO = ZERO
               GO TO 2900-NEXT-APP
           END-IF
           MOVE QBS002-GAIBUKAIINNO  TO QTS264-PRMGAIBUKAIINNO
           READ QTS264-JISSEKI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2900-NEXT-APP
           END-READ
           INITIALIZE QTS264-REC
           MOVE QBS002-GAIBUKAIINNO  TO QTS264-PRMGAIBUKAIINNO
           MOVE QBS002-SHOUKAICD     TO QTS264-SHOUKAICD
           IF  QBS002-CREATEDATE NUMERIC
           AND QBS002-CREATEDATE NOT = ZERO
               MOVE QBS002-CREATEDATE TO QTS264-UKETSUKEYMD
           ELSE
               MOVE WS-TODAY          TO QTS264-UKETSUKEYMD
           END-IF
           MOVE QBS002-SHOUKAICD     TO QTS263-PRMSHOUKAICD
           READ QTS263-SHOUKAI
               INVALID KEY
                   MOVE "8"          TO QTS264-SHOUKAISTS
                   MOVE "01"         TO QTS264-JOGAIRIYU
               NOT INVALID KEY
                   MOVE QTS263-KAI   TO QTS264-SKS
                   IF  QTS263-CODESTS = "1"
                       MOVE "1"      TO QTS264-SHOUKAISTS
                   ELSE
                       MOVE "8"      TO QTS264-SHOUKAISTS
                       MOVE "01"     TO QTS264-JOGAIRIYU
                   END-IF
           END-READ
           MOVE WS-TODAY             TO QTS264-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS264-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS264-SVRKOUSHINYMD
           WRITE QTS264-REC
               INVALID KEY
                   DISPLAY "QTS263B: QTS264 WRITE NG " QTS264-SEG
                   GO TO 2900-NEXT-APP
           END-WRITE
           ADD 1 TO WS-UKETSUKE-COUNT
           IF  QTS264-SHOUKAISTS = "8"
               ADD 1 TO WS-MUKOU-COUNT
           END-IF.

       2900-NEXT-APP.
           READ QBS002-APPFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 条件達成待ちの紹介を作業表へ展開する。
       3000-LOAD-JISSEKI.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE ZERO TO QTS264-PRMGAIBUKAIINNO
           START QTS264-JISSEKI KEY >= QTS264-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3100-LOAD-ONE UNTIL WS-SCAN-EOF.

       3100-LOAD-ONE.
           READ QTS264-JISSEKI NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS264-SHOUKAISTS = "1" OR "2" OR "3"
                   IF  WS-SK-MAX < 9999
                       ADD 1 TO WS-SK-MAX
                       MOVE QTS264-PRMGAIBUKAIINNO
                           TO WS-SK-GAIBUNO(WS-SK-MAX)
                       MOVE QTS264-SHOUKAICD
                           TO WS-SK-SHOUKAICD(WS-SK-MAX)
                       MOVE QTS264-SHOUKAISTS
                           TO WS-SK-STS(WS-SK-MAX)
                       MOVE QTS264-SKS TO WS-SK-SKS(WS-SK-MAX)
                       MOVE QTS264-HSK TO WS-SK-HSK(WS-SK-MAX)
                       MOVE QTS264-HSKCARDNO
                           TO WS-SK-CARDNO(WS-SK-MAX)
                       MOVE QTS264-NYUKAIYMD
                           TO WS-SK-NYUKAIYMD(WS-SK-MAX)
                       MOVE "N" TO WS-SK-CHOUFUKU(WS-SK-MAX)
                       IF  QTS264-SHOUKAISTS = "1"
                           SET WS-MISHONIN-ARI TO TRUE
                       END-IF
                   ELSE
                       ADD 1 TO WS-DROP-COUNT
                   END-IF
               END-IF
           END-IF.

      * 会員マスタを順に読み、入会待ちの紹介と識別番号の一致する
      * 会員を被紹介者として結び付ける。会員マスタの紹介者コードが
      * 空であれば紹介コードを記録する。
       4000-LINK-MEMBER.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 4100-LINK-ONE UNTIL WS-SCAN-EOF.

       4100-LINK-ONE.
           READ QTS010-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               MOVE QTS010-GKNSHIKIBETSUNO TO WS-SEARCH-GAIBUNO
               PERFORM 4200-SEARCH-MISHONIN
               IF  WS-HIT
                   PERFORM 4300-SET-NYUKAI
               END-IF
           END-IF.

       4200-SEARCH-MISHONIN.
           MOVE "N" TO WS-HIT-SW
           PERFORM 4210-COMPARE-ONE
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SK-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-SX
           END-IF.

       4210-COMPARE-ONE.
           IF  WS-SK-GAIBUNO(WS-SX) = WS-SEARCH-GAIBUNO
           AND WS-SK-STS(WS-SX) = "1"
               SET WS-HIT TO TRUE
           END-IF.

       4300-SET-NYUKAI.
           MOVE QTS010-PRMKIGYOUCD     TO WS-SK-HSKKIGYOUCD(WS-SX)
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-SK-HSKSUBRANGE(WS-SX)
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-SK-HSKKAIINNO(WS-SX)
           MOVE QTS010-TKSCARDNO       TO WS-SK-CARDNO(WS-SX)
           IF  QTS010-NYKKESSAIYMD NOT = ZERO
               MOVE QTS010-NYKKESSAIYMD TO WS-SK-NYUKAIYMD(WS-SX)
           ELSE
               MOVE WS-TODAY            TO WS-SK-NYUKAIYMD(WS-SX)
           END-IF
           MOVE "2"                    TO WS-SK-STS(WS-SX)
           IF  QTS010-KTKSHOUKAISHACD = ZERO
               MOVE WS-SK-SHOUKAICD(WS-SX) TO QTS010-KTKSHOUKAISHACD
               REWRITE QTS010-REC
                   INVALID KEY
                       DISPLAY "QTS263B: QTS010 REWRITE NG "
                           QTS010-PRM
               END-REWRITE
           END-IF.

      * 重複候補の組（会員１・会員２）に紹介者と被紹介者が揃って
      * 挙がっていれば、同一人または同一世帯の紹介とみなす。
       5000-CHECK-CHOUFUKU.
           MOVE "N" TO WS-SCAN-EOF-SW
           READ QCS012-CANDFILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           PERFORM 5100-CHOUFUKU-ONE UNTIL WS-SCAN-EOF.

       5100-CHOUFUKU-ONE.
           IF  QCS012-SHORIKBN NOT = 9
               MOVE QCS012-PRM1        TO WS-PAIR1
               MOVE QCS012-PRM2        TO WS-PAIR2
               PERFORM 5200-MATCH-PAIR
                       VARYING WS-SX FROM 1 BY 1
                       UNTIL WS-SX > WS-SK-MAX
           END-IF
           READ QCS012-CANDFILE
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ.

       5200-MATCH-PAIR.
           IF  WS-SK-STS(WS-SX) NOT = "1"
               IF  WS-SK-HSK(WS-SX) = WS-PAIR1
               AND WS-SK-SKS(WS-SX) = WS-PAIR2
                   MOVE "Y" TO WS-SK-CHOUFUKU(WS-SX)
               END-IF
               IF  WS-SK-HSK(WS-SX) = WS-PAIR2
               AND WS-SK-SKS(WS-SX) = WS-PAIR1
                   MOVE "Y" TO WS-SK-CHOUFUKU(WS-SX)
               END-IF
           END-IF.

      * 紹介ごとに状況を進め、紹介実績を更新する。
       6000-ADVANCE.
           MOVE WS-SK-GAIBUNO(WS-SX)   TO QTS264-PRMGAIBUKAIINNO
           READ QTS264-JISSEKI
               INVALID KEY
                   GO TO 6000-EXIT
           END-READ
           IF  QTS264-SHOUKAISTS = "1"
           AND WS-SK-STS(WS-SX) = "2"
               MOVE WS-SK-HSK(WS-SX)       TO QTS264-HSK
               MOVE WS-SK-CARDNO(WS-SX)    TO QTS264-HSKCARDNO
               MOVE WS-SK-NYUKAIYMD(WS-SX) TO QTS264-NYUKAIYMD
               MOVE "2"                    TO QTS264-SHOUKAISTS
               ADD 1 TO WS-NYUKAI-COUNT
           END-IF
           IF  QTS264-SHOUKAISTS NOT = "1"
               IF  QTS264-HSK = QTS264-SKS
                   MOVE "8"          TO QTS264-SHOUKAISTS
                   MOVE "02"         TO QTS264-JOGAIRIYU
               ELSE
                   IF  WS-SK-CHOUFUKU(WS-SX) = "Y"
                       MOVE "8"      TO QTS264-SHOUKAISTS
                       MOVE "03"     TO QTS264-JOGAIRIYU
                   END-IF
               END-IF
           END-IF
           IF  QTS264-SHOUKAISTS = "2"
               PERFORM 6100-CHECK-ACT
           END-IF
           IF  QTS264-SHOUKAISTS = "3"
               PERFORM 6200-CHECK-RIYOU THRU 6200-EXIT
           END-IF
           IF  QTS264-SHOUKAISTS = "1" OR "2" OR "3"
               COMPUTE WS-KEIKA-NISSU =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(QTS264-UKETSUKEYMD)
               IF  WS-KEIKA-NISSU > WS-KIGENNISSU
                   MOVE "9"          TO QTS264-SHOUKAISTS
                   ADD 1 TO WS-FUSEIRITSU-COUNT
               END-IF
           END-IF
           IF  QTS264-SHOUKAISTS = "8"
               ADD 1 TO WS-JOGAI-COUNT
           END-IF
           MOVE WS-TODAY             TO QTS264-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS264-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS264-SVRKOUSHINYMD
           REWRITE QTS264-REC
               INVALID KEY
                   DISPLAY "QTS263B: QTS264 REWRITE NG " QTS264-SEG
           END-REWRITE.

       6000-EXIT.
           EXIT.

      * 被紹介者カードの有効化を確認する。
       6100-CHECK-ACT.
           MOVE QTS264-HSKCARDNO     TO QTS220-PRMCARDNO
           READ QTS220-ACTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS220-ACTSTS = "1"
                       MOVE QTS220-ACTYMD TO QTS264-ACTYMD
                       MOVE "3"           TO QTS264-SHOUKAISTS
                       ADD 1 TO WS-ACT-COUNT
                   END-IF
           END-READ.

      * 被紹介者の利用明細のうち最も古い利用日を初回利用日とし、
      * 計上があれば紹介者への特典付与を依頼する。
       6200-CHECK-RIYOU.
           MOVE ZERO TO WS-SHORIYOUYMD
           MOVE "N"  TO WS-HIT-SW
           MOVE QTS264-HSKKIGYOUCD     TO QTS050-PRMKIGYOUCD
           MOVE QTS264-HSKSUBRANGEKEY  TO QTS050-PRMSUBRANGEKEY
           MOVE QTS264-HSKNAIBUKAIINNO TO QTS050-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS050-PRMTORIHIKINO
           START QTS050-URIAGE KEY >= QTS050-PRM
               INVALID KEY SET WS-HIT TO TRUE
           END-START
           PERFORM 6210-SCAN-MEISAI UNTIL WS-HIT
           IF  WS-SHORIYOUYMD = ZERO
               GO TO 6200-EXIT
           END-IF
           MOVE WS-SHORIYOUYMD         TO QTS264-SHORIYOUYMD
           MOVE QTS264-SKSKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS264-SKSSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS264-SKSNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   MOVE 9              TO QTS010-KAIJOKBN
           END-READ
           IF  QTS010-KAIJOKBN NOT = ZERO
               MOVE "8"                TO QTS264-SHOUKAISTS
               MOVE "04"               TO QTS264-JOGAIRIYU
               GO TO 6200-EXIT
           END-IF
           MOVE QTS264-SKSKIGYOUCD     TO FYO-PRMKIGYOUCD
           MOVE QTS264-SKSSUBRANGEKEY  TO FYO-PRMSUBRANGEKEY
           MOVE QTS264-SKSNAIBUKAIINNO TO FYO-PRMNAIBUKAIINNO
           MOVE "03"                   TO FYO-LOTKBN
           MOVE WS-FUYOPOINT           TO FYO-FUYOPOINT
           MOVE WS-YUKONISSU           TO FYO-YUKONISSU
           WRITE FUYO-OUT-REC
           MOVE WS-FUYOPOINT           TO QTS264-FUYOPOINT
           MOVE WS-TODAY               TO QTS264-FUYOYMD
           MOVE "4"                    TO QTS264-SHOUKAISTS
           ADD 1 TO WS-FUYO-COUNT.

       6200-EXIT.
           EXIT.

       6210-SCAN-MEISAI.
           READ QTS050-URIAGE NEXT
               AT END
                   SET WS-HIT TO TRUE
           END-READ
           IF  NOT WS-HIT
               IF  QTS050-PRMKIGYOUCD     = QTS264-HSKKIGYOUCD
               AND QTS050-PRMSUBRANGEKEY  = QTS264-HSKSUBRANGEKEY
               AND QTS050-PRMNAIBUKAIINNO = QTS264-HSKNAIBUKAIINNO
                   IF  QTS050-GKGRIYOUKNG > ZERO
                       IF  WS-SHORIYOUYMD = ZERO
                       OR  QTS050-RIYOUBI < WS-SHORIYOUYMD
                           MOVE QTS050-RIYOUBI TO WS-SHORIYOUYMD
                       END-IF
                   END-IF
               ELSE
                   SET WS-HIT TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS263B: UKETSUKE=" WS-UKETSUKE-COUNT
                   " MUKOU=" WS-MUKOU-COUNT
                   " NYUKAI=" WS-NYUKAI-COUNT
                   " ACT=" WS-ACT-COUNT
                   " FUYO=" WS-FUYO-COUNT
                   " JOGAI=" WS-JOGAI-COUNT
                   " FUSEIRITSU=" WS-FUSEIRITSU-COUNT
           IF  WS-DROP-COUNT > ZERO
               DISPLAY "QTS263B: TBL AFURE " WS-DROP-COUNT
                   " KEN JIKAI SHORI"
           END-IF
           CLOSE QTS263-SHOUKAI
           CLOSE QTS264-JISSEKI
           CLOSE QTS010-MASTER
           CLOSE QCS012-CANDFILE
           CLOSE QTS220-ACTFILE
           CLOSE QTS050-URIAGE
           CLOSE FUYO-OUTFILE.
