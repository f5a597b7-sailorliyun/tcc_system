      *8...........2.........3.........4.........5........6........7.........8
      *    QTS255B
      ****************************************************************
      *                顧客リスク評価・再確認サイクル処理（月次）    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    在籍会員ごとに顧客リスク点数を算出し、顧客リスク評価
      *    （QTS255）を作成・更新する。点数は次の合計とする。
      *      反社・制裁スクリーニング（QTS111）  該当100  継続監視40
      *      疑わしい取引調査（QXS006）    届出実施50  継続監視・調査中30
      *      職業（勤務先区分別、パラメータ指定）
      *      海外利用（評価日前１年間の件数が基準以上でパラメータ点数）
      *      外国ＰＥＰｓ（最新の本人確認記録で該当）  100
      *    高リスク会員は最終本人確認日から再確認間隔を経過すると
      *    再確認依頼状を出し、回答期間内に回答（QTS254Mによる再確認
      *    記録の登録）がなければ督促状、さらに回答がなければブロック
      *    テーブル（QTS110）へ登録して利用を制限する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS255B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RISK-PARAM      ASSIGN TO "QTS255PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS111-CASEFILE ASSIGN TO "QTS111"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS111-SEG
                   FILE STATUS IS WS-QTS111-STATUS.
           SELECT  QXS006-CASEFILE ASSIGN TO "QXS006"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QXS006-SEG
                   FILE STATUS IS WS-QXS006-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS254-KAKUNIN  ASSIGN TO "QTS254"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS254-SEG
                   FILE STATUS IS WS-QTS254-STATUS.
           SELECT  QTS255-RISK     ASSIGN TO "QTS255"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS255-SEG
                   FILE STATUS IS WS-QTS255-STATUS.
           SELECT  QTS110-BLACKFILE ASSIGN TO "QTS110"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS110-PRM
                   FILE STATUS IS WS-QTS110-STATUS.
      * 手紙キューはQYAB020Pレイアウトの発生元別ファイルとする
      * （QTS123Bと同じ取決め）。
           SELECT  QYAB020P-LETTERQ ASSIGN TO "QTS255LQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QYAB020P-STATUS.
           SELECT  DELTA-OUTFILE   ASSIGN TO "QTS811DL"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  RISK-RPTFILE    ASSIGN TO "QTS255RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RISK-PARAM.
       01  RISK-PARAM-REC.
           05  PRM-TAKAI-TEN           PIC 9(03).
      *        高リスクとする点数（ゼロは70）
           05  PRM-CHUU-TEN            PIC 9(03).
      *        中リスクとする点数（ゼロは40）
           05  PRM-SHOKUGYOU-TEN       PIC 9(03)     OCCURS 10.
      *        勤務先区分（0～9）別の職業点数
           05  PRM-KAIGAI-KENSU        PIC 9(05).
      *        海外利用の基準件数（ゼロは5）
           05  PRM-KAIGAI-TEN          PIC 9(03).
      *        海外利用の点数（ゼロは20）
           05  PRM-SAIKAKUNIN-NENSU    PIC 9(02).
      *        高リスク会員の再確認間隔年数（ゼロは1）
           05  PRM-KAITOU-NISSU        PIC 9(03).
      *        依頼・督促ごとの回答期間日数（ゼロは30）
       FD  QTS111-CASEFILE.
       01  QTS111-REC.
           COPY QTS111 REPLACING ==()== BY ==QTS111==.
       FD  QXS006-CASEFILE.
       01  QXS006-REC.
           COPY QXS006 REPLACING ==()== BY ==QXS006==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS254-KAKUNIN.
       01  QTS254-REC.
           COPY QTS254 REPLACING ==()== BY ==QTS254==.
       FD  QTS255-RISK.
       01  QTS255-REC.
           COPY QTS255 REPLACING ==()== BY ==QTS255==.
       FD  QTS110-BLACKFILE.
       01  QTS110-REC.
           COPY QTS110 REPLACING ==()== BY ==QTS110==.
       FD  QYAB020P-LETTERQ.
       01  QYAB020P-REC.
           COPY QYAB020P REPLACING ==()== BY ==QYAB020P==.
       FD  DELTA-OUTFILE.
       01  DELTA-OUT-REC.
           05  DLT-PRMKIGYOUCD         PIC 9(04).
           05  DLT-PRMSUBRANGEKEY      PIC 9(04).
           05  DLT-PRMNAIBUKAIINNO     PIC 9(08).
           05  DLT-HENKOYMD            PIC 9(08).
           05  DLT-TRANID              PIC X(08).
       FD  RISK-RPTFILE.
       01  RISK-RPT-LINE               PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS111-STATUS        PIC X(02).
       01  WS-QXS006-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS254-STATUS        PIC X(02).
       01  WS-QTS255-STATUS        PIC X(02).
       01  WS-QTS110-STATUS        PIC X(02).
       01  WS-QYAB020P-STATUS      PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KR-END-SW            PIC X(01).
           88  WS-KR-END                         VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KAIGAI-FROM          PIC 9(08).
       01  WS-KIGEN-YMD            PIC 9(08).
       01  WS-YMD-WK.
           05  WS-YW-YYYY          PIC 9(04).
           05  WS-YW-MMDD          PIC 9(04).
       01  WS-BLACK-NO             PIC 9(08)     VALUE ZERO.
      * 再確認未回答による利用制限のブロック理由
       01  WS-BLACKRIYU-SAIKAKU    PIC 9(02)     VALUE 92.
       01  WS-RENBAN               PIC 9(04)     VALUE ZERO.
       01  WS-BUNSYONO             PIC X(08).
       01  WS-SEARCH-KEY.
           05  WS-SK-KIGYOUCD      PIC 9(04).
           05  WS-SK-SUBRANGEKEY   PIC 9(04).
           05  WS-SK-KAIINNO       PIC 9(08).
       01  WS-SHOKU-IX             PIC 9(02)     VALUE ZERO  COMP.
       01  WS-CK-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-CK-MAX               PIC 9(05)     VALUE ZERO  COMP.
      * 会員別の点数要素（スクリーニング・疑わしい取引・海外利用）
      * 水準 2:継続監視等  3:該当・届出実施
       01  WS-CK-TBL.
           05  WS-CK-ENT           OCCURS 9999.
             07  WS-CK-KEY.
               09  WS-CK-KIGYOUCD  PIC 9(04).
               09  WS-CK-SUBRANGE  PIC 9(04).
               09  WS-CK-KAIINNO   PIC 9(08).
             07  WS-CK-SCREENLVL   PIC 9(01).
             07  WS-CK-STRLVL      PIC 9(01).
             07  WS-CK-KAIGAI      PIC 9(05).
       01  WS-LEVEL                PIC 9(01).
       01  WS-PEPS-KBN             PIC X(01).
       01  WS-KAKUNIN-YMD          PIC 9(08).
       01  WS-HYOUKA-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-TAKAI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-CHUU-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-HIKUI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-IRAI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-TOKUSOKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-SEIGEN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-DROP-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RISKTEN       PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SCREENING     PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-STR           PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHOKUGYOU     PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAIGAI        PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-PEPS          PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SAISHUYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-STS           PIC X(01).
       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(08)     VALUE "TAKAI=".
           05  WS-RT-TAKAI         PIC ZZZZZZ9.
           05  FILLER              PIC X(08)     VALUE " CHUU=".
           05  WS-RT-CHUU          PIC ZZZZZZ9.
           05  FILLER              PIC X(08)     VALUE " HIKUI=".
           05  WS-RT-HIKUI         PIC ZZZZZZ9.
           05  FILLER              PIC X(08)     VALUE " IRAI=".
           05  WS-RT-IRAI          PIC ZZZZZZ9.
           05  FILLER              PIC X(10)     VALUE " TOKUSOKU=".
           05  WS-RT-TOKUSOKU      PIC ZZZZZZ9.
           05  FILLER              PIC X(08)     VALUE " SEIGEN=".
           05  WS-RT-SEIGEN        PIC ZZZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MEMBER THRU 2900-NEXT-MEMBER
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-CK-TBL
           OPEN INPUT  RISK-PARAM
           READ RISK-PARAM
               AT END INITIALIZE RISK-PARAM-REC
           END-READ
           CLOSE RISK-PARAM
           IF  PRM-TAKAI-TEN = ZERO
               MOVE 70 TO PRM-TAKAI-TEN
           END-IF
           IF  PRM-CHUU-TEN = ZERO
               MOVE 40 TO PRM-CHUU-TEN
           END-IF
           IF  PRM-KAIGAI-KENSU = ZERO
               MOVE 5 TO PRM-KAIGAI-KENSU
           END-IF
           IF  PRM-KAIGAI-TEN = ZERO
               MOVE 20 TO PRM-KAIGAI-TEN
           END-IF
           IF  PRM-SAIKAKUNIN-NENSU = ZERO
               MOVE 1 TO PRM-SAIKAKUNIN-NENSU
           END-IF
           IF  PRM-KAITOU-NISSU = ZERO
               MOVE 30 TO PRM-KAITOU-NISSU
           END-IF
           MOVE WS-TODAY TO WS-YMD-WK
           SUBTRACT 1 FROM WS-YW-YYYY
           MOVE WS-YMD-WK TO WS-KAIGAI-FROM
           PERFORM 1100-LOAD-SCREENING
           PERFORM 1200-LOAD-STR
           PERFORM 1300-LOAD-KAIGAI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS254-KAKUNIN
           OPEN I-O    QTS255-RISK
           OPEN I-O    QTS110-BLACKFILE
           OPEN EXTEND QYAB020P-LETTERQ
           OPEN EXTEND DELTA-OUTFILE
           OPEN OUTPUT RISK-RPTFILE
           MOVE 99999999 TO QTS110-PRMBLACKNO
           START QTS110-BLACKFILE KEY IS LESS THAN
                   QTS110-PRMBLACKNO
               INVALID KEY
                   MOVE ZERO TO WS-BLACK-NO
               NOT INVALID KEY
                   READ QTS110-BLACKFILE PREVIOUS
                       AT END MOVE ZERO TO WS-BLACK-NO
                       NOT AT END
                           MOVE QTS110-PRMBLACKNO
                               TO WS-BLACK-NO
                   END-READ
           END-START
           MOVE SPACES TO RISK-RPT-LINE
           STRING "KOURISK KAIIN  KAIIN/TEN/SCR/STR/SHOKU/KAIGAI/"
                  "PEPS/SAISHUKAKUNIN/STS"
               DELIMITED BY SIZE INTO RISK-RPT-LINE
           END-STRING
           WRITE RISK-RPT-LINE
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS010-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * スクリーニング案件：該当は水準３、要継続監視と審査中の
      * 未決は水準２。非該当は点数に含めない。
       1100-LOAD-SCREENING.
           MOVE "N" TO WS-KR-END-SW
           OPEN INPUT QTS111-CASEFILE
           PERFORM 1110-READ-SCREENING UNTIL WS-KR-END
           CLOSE QTS111-CASEFILE.

       1110-READ-SCREENING.
           READ QTS111-CASEFILE NEXT RECORD
               AT END SET WS-KR-END TO TRUE
           END-READ
           IF  NOT WS-KR-END
               MOVE ZERO TO WS-LEVEL
               IF  QTS111-DISPOSITION = "1"
                   MOVE 3 TO WS-LEVEL
               END-IF
               IF  QTS111-DISPOSITION = "3"
                   MOVE 2 TO WS-LEVEL
               END-IF
               IF  QTS111-DISPOSITION = SPACE
               AND QTS111-CASESTS = "1"
                   MOVE 2 TO WS-LEVEL
               END-IF
               IF  WS-LEVEL NOT = ZERO
                   MOVE QTS111-KAI   TO WS-SEARCH-KEY
                   PERFORM 1500-ENTRY-CK
                   IF  WS-HIT
                   AND WS-LEVEL > WS-CK-SCREENLVL(WS-CK-IX)
                       MOVE WS-LEVEL TO WS-CK-SCREENLVL(WS-CK-IX)
                   END-IF
               END-IF
           END-IF.

      * 疑わしい取引調査：届出実施は水準３、継続監視と調査中の未決は
      * 水準２。届出不要は点数に含めない。
       1200-LOAD-STR.
           MOVE "N" TO WS-KR-END-SW
           OPEN INPUT QXS006-CASEFILE
           PERFORM 1210-READ-STR UNTIL WS-KR-END
           CLOSE QXS006-CASEFILE.

       1210-READ-STR.
           READ QXS006-CASEFILE NEXT RECORD
               AT END SET WS-KR-END TO TRUE
           END-READ
           IF  NOT WS-KR-END
               MOVE ZERO TO WS-LEVEL
               IF  QXS006-DISPOSITION = "1"
                   MOVE 3 TO WS-LEVEL
               END-IF
               IF  QXS006-DISPOSITION = "3"
                   MOVE 2 TO WS-LEVEL
               END-IF
               IF  QXS006-DISPOSITION = SPACE
               AND QXS006-CASESTS = "1"
                   MOVE 2 TO WS-LEVEL
               END-IF
               IF  WS-LEVEL NOT = ZERO
                   MOVE QXS006-KAI   TO WS-SEARCH-KEY
                   PERFORM 1500-ENTRY-CK
                   IF  WS-HIT
                   AND WS-LEVEL > WS-CK-STRLVL(WS-CK-IX)
                       MOVE WS-LEVEL TO WS-CK-STRLVL(WS-CK-IX)
                   END-IF
               END-IF
           END-IF.

      * 評価日前１年間の海外利用（国内海外区分２）を会員別に数える。
       1300-LOAD-KAIGAI.
           MOVE "N" TO WS-KR-END-SW
           OPEN INPUT QTS050-URIAGE
           PERFORM 1310-READ-KAIGAI UNTIL WS-KR-END
           CLOSE QTS050-URIAGE.

       1310-READ-KAIGAI.
           READ QTS050-URIAGE
               AT END SET WS-KR-END TO TRUE
           END-READ
           IF  NOT WS-KR-END
               IF  QTS050-GKGKOKUNAIKAIGAI = 2
               AND QTS050-RIYOUBI NOT < WS-KAIGAI-FROM
               AND QTS050-RIYOUBI NOT > WS-TODAY
                   MOVE QTS050-PRMKIGYOUCD     TO WS-SK-KIGYOUCD
                   MOVE QTS050-PRMSUBRANGEKEY  TO WS-SK-SUBRANGEKEY
                   MOVE QTS050-PRMNAIBUKAIINNO TO WS-SK-KAIINNO
                   PERFORM 1500-ENTRY-CK
                   IF  WS-HIT
                       ADD 1 TO WS-CK-KAIGAI(WS-CK-IX)
                   END-IF
               END-IF
           END-IF.

      * 会員の点数要素エントリーを探し、なければ追加する。
       1500-ENTRY-CK.
           PERFORM 1510-SEARCH-CK
           IF  NOT WS-HIT
               IF  WS-CK-MAX < 9999
                   ADD 1 TO WS-CK-MAX
                   MOVE WS-CK-MAX     TO WS-CK-IX
                   MOVE WS-SEARCH-KEY TO WS-CK-KEY(WS-CK-IX)
                   SET WS-HIT TO TRUE
               ELSE
                   ADD 1 TO WS-DROP-COUNT
               END-IF
           END-IF.

       1510-SEARCH-CK.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1511-COMPARE-CK
                   VARYING WS-CK-IX FROM 1 BY 1
                   UNTIL WS-CK-IX > WS-CK-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-CK-IX
           END-IF.

       1511-COMPARE-CK.
           IF  WS-CK-KEY(WS-CK-IX) = WS-SEARCH-KEY
               SET WS-HIT TO TRUE
           END-IF.

      * 在籍会員の点数を算出して評価を更新し、高リスク会員は再確認
      * サイクルを進める。
       2000-PROCESS-MEMBER.
           IF  QTS010-KAIJOKBN NOT = ZERO
               GO TO 2900-NEXT-MEMBER
           END-IF
           MOVE "N" TO WS-SHINKI-SW
           MOVE QTS010-PRM           TO QTS255-PRM
           READ QTS255-RISK
               INVALID KEY
                   SET WS-SHINKI TO TRUE
                   INITIALIZE QTS255-REC
                   MOVE QTS010-PRM   TO QTS255-PRM
                   MOVE SPACE        TO QTS255-SAIKAKUNINSTS
           END-READ
           PERFORM 2100-SCAN-KIROKU
           PERFORM 2200-CALC-TEN
           IF  QTS255-RISKRANK = "3"
               PERFORM 3000-SAIKAKUNIN THRU 3000-EXIT
               PERFORM 2300-WRITE-RPT
           END-IF
           MOVE WS-TODAY             TO QTS255-HYOUKAYMD
           MOVE WS-TODAY             TO QTS255-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS255-REC
                   INVALID KEY
                       DISPLAY "QTS255B: WRITE NG " QTS255-SEG
               END-WRITE
           ELSE
               REWRITE QTS255-REC
                   INVALID KEY
                       DISPLAY "QTS255B: REWRITE NG " QTS255-SEG
               END-REWRITE
           END-IF
           ADD 1 TO WS-HYOUKA-COUNT.

       2900-NEXT-MEMBER.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 本人確認記録から最終確認日と最新の外国ＰＥＰｓ区分を取る。
       2100-SCAN-KIROKU.
           MOVE "N"                  TO WS-KR-END-SW
           MOVE SPACE                TO WS-PEPS-KBN
           MOVE ZERO                 TO WS-KAKUNIN-YMD
           MOVE QTS010-PRMKIGYOUCD     TO QTS254-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS254-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS254-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS254-PRMKAKUNINSEQ
           START QTS254-KAKUNIN KEY IS NOT LESS THAN QTS254-SEG
               INVALID KEY SET WS-KR-END TO TRUE
           END-START
           PERFORM 2110-READ-KIROKU THRU 2110-EXIT
                   UNTIL WS-KR-END
           IF  WS-KAKUNIN-YMD > QTS255-SAISHUKAKUNINYMD
               MOVE WS-KAKUNIN-YMD   TO QTS255-SAISHUKAKUNINYMD
           END-IF.

       2110-READ-KIROKU.
           READ QTS254-KAKUNIN NEXT RECORD
               AT END SET WS-KR-END TO TRUE
           END-READ
           IF  WS-KR-END
               GO TO 2110-EXIT
           END-IF
           IF  QTS254-PRM NOT = QTS010-PRM
               SET WS-KR-END TO TRUE
               GO TO 2110-EXIT
           END-IF
           MOVE QTS254-PEPSKBN       TO WS-PEPS-KBN
           IF  QTS254-KAKUNINYMD > WS-KAKUNIN-YMD
               MOVE QTS254-KAKUNINYMD TO WS-KAKUNIN-YMD
           END-IF.

       2110-EXIT.
           EXIT.

       2200-CALC-TEN.
           INITIALIZE QTS255-TEN
           MOVE ZERO                 TO QTS255-KAIGAIKENSU
           MOVE QTS010-PRM           TO WS-SEARCH-KEY
           PERFORM 1510-SEARCH-CK
           IF  WS-HIT
               IF  WS-CK-SCREENLVL(WS-CK-IX) = 3
                   MOVE 100          TO QTS255-TENSCREENING
               END-IF
               IF  WS-CK-SCREENLVL(WS-CK-IX) = 2
                   MOVE 40           TO QTS255-TENSCREENING
               END-IF
               IF  WS-CK-STRLVL(WS-CK-IX) = 3
                   MOVE 50           TO QTS255-TENSTR
               END-IF
               IF  WS-CK-STRLVL(WS-CK-IX) = 2
                   MOVE 30           TO QTS255-TENSTR
               END-IF
               MOVE WS-CK-KAIGAI(WS-CK-IX) TO QTS255-KAIGAIKENSU
           END-IF
           COMPUTE WS-SHOKU-IX = QTS010-KMSKBN + 1
           MOVE PRM-SHOKUGYOU-TEN(WS-SHOKU-IX) TO QTS255-TENSHOKUGYOU
           IF  QTS255-KAIGAIKENSU NOT < PRM-KAIGAI-KENSU
               MOVE PRM-KAIGAI-TEN   TO QTS255-TENKAIGAI
           END-IF
           IF  WS-PEPS-KBN = "1"
               MOVE 100              TO QTS255-TENPEPS
           END-IF
           COMPUTE QTS255-RISKTEN = QTS255-TENSCREENING
                                  + QTS255-TENSTR
                                  + QTS255-TENSHOKUGYOU
                                  + QTS255-TENKAIGAI
                                  + QTS255-TENPEPS
               ON SIZE ERROR
                   MOVE 999          TO QTS255-RISKTEN
           END-COMPUTE
           IF  QTS255-RISKTEN NOT < PRM-TAKAI-TEN
               MOVE "3"              TO QTS255-RISKRANK
               ADD 1 TO WS-TAKAI-COUNT
           ELSE
               IF  QTS255-RISKTEN NOT < PRM-CHUU-TEN
                   MOVE "2"          TO QTS255-RISKRANK
                   ADD 1 TO WS-CHUU-COUNT
               ELSE
                   MOVE "1"          TO QTS255-RISKRANK
                   ADD 1 TO WS-HIKUI-COUNT
               END-IF
           END-IF.

       2300-WRITE-RPT.
           MOVE QTS010-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS255-RISKTEN         TO WS-RP-RISKTEN
           MOVE QTS255-TENSCREENING    TO WS-RP-SCREENING
           MOVE QTS255-TENSTR          TO WS-RP-STR
           MOVE QTS255-TENSHOKUGYOU    TO WS-RP-SHOKUGYOU
           MOVE QTS255-TENKAIGAI       TO WS-RP-KAIGAI
           MOVE QTS255-TENPEPS         TO WS-RP-PEPS
           MOVE QTS255-SAISHUKAKUNINYMD TO WS-RP-SAISHUYMD
           MOVE QTS255-SAIKAKUNINSTS   TO WS-RP-STS
           MOVE WS-RPT-LINE            TO RISK-RPT-LINE
           WRITE RISK-RPT-LINE.

      * 再確認サイクル。回答済または対象外の会員は最終確認日から
      * 再確認間隔を過ぎたら依頼状、依頼・督促から回答期間を過ぎても
      * 回答がなければ督促状、利用制限の順に進める。利用制限中の
      * 会員は回答（QTS254M）を待つ。
       3000-SAIKAKUNIN.
           IF  QTS255-SAIKAKUNINSTS = "3"
               GO TO 3000-EXIT
           END-IF
           IF  QTS255-SAIKAKUNINSTS = "1"
               COMPUTE WS-KIGEN-YMD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(QTS255-IRAIYMD)
                   + PRM-KAITOU-NISSU)
               IF  WS-KIGEN-YMD < WS-TODAY
                   MOVE "HKTOKUSK"   TO WS-BUNSYONO
                   PERFORM 5200-WRITE-LETTER
                   MOVE "2"          TO QTS255-SAIKAKUNINSTS
                   MOVE WS-TODAY     TO QTS255-TOKUSOKUYMD
                   ADD 1 TO WS-TOKUSOKU-COUNT
               END-IF
               GO TO 3000-EXIT
           END-IF
           IF  QTS255-SAIKAKUNINSTS = "2"
               COMPUTE WS-KIGEN-YMD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(QTS255-TOKUSOKUYMD)
                   + PRM-KAITOU-NISSU)
               IF  WS-KIGEN-YMD < WS-TODAY
                   PERFORM 3100-WRITE-BLACK
               END-IF
               GO TO 3000-EXIT
           END-IF
           IF  QTS255-SAISHUKAKUNINYMD NOT = ZERO
               MOVE QTS255-SAISHUKAKUNINYMD TO WS-YMD-WK
               ADD PRM-SAIKAKUNIN-NENSU TO WS-YW-YYYY
               IF  WS-YW-MMDD = 0229
                   MOVE 0228 TO WS-YW-MMDD
               END-IF
               IF  WS-YMD-WK > WS-TODAY
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE "HKSAIKAK"           TO WS-BUNSYONO
           PERFORM 5200-WRITE-LETTER
           MOVE "1"                  TO QTS255-SAIKAKUNINSTS
           MOVE WS-TODAY             TO QTS255-IRAIYMD
           MOVE ZERO                 TO QTS255-TOKUSOKUYMD
           MOVE ZERO                 TO QTS255-SEIGENYMD
           MOVE ZERO                 TO QTS255-KAITOUYMD
           ADD 1 TO WS-IRAI-COUNT.

       3000-EXIT.
           EXIT.

       3100-WRITE-BLACK.
           ADD 1 TO WS-BLACK-NO
           INITIALIZE QTS110-REC
           MOVE WS-BLACK-NO              TO QTS110-PRMBLACKNO
           MOVE WS-TODAY                 TO QTS110-TOUROKUYMD
           MOVE 1                        TO QTS110-TOUROKUKBN
           MOVE WS-BLACKRIYU-SAIKAKU     TO QTS110-BLACKRIYU
           MOVE QTS010-GKNSHIKIBETSUNO   TO QTS110-KAIINNO
           MOVE QTS010-HONSHIMEIKANA     TO QTS110-HONSHIMEIKANA
           MOVE QTS010-HONSEINENGAPPI    TO QTS110-HONSEINENGAPPI
           MOVE QTS010-CARDKBN           TO QTS110-CARDKBN
           MOVE WS-TODAY                 TO QTS110-SVRKOUSHINYMD
           WRITE QTS110-REC
               INVALID KEY
                   DISPLAY "QTS255B: BLACK TOUROKU NG "
                       QTS110-PRMBLACKNO
           END-WRITE
           IF  WS-QTS110-STATUS = "00"
               MOVE "3"                  TO QTS255-SAIKAKUNINSTS
               MOVE WS-TODAY             TO QTS255-SEIGENYMD
               MOVE WS-BLACK-NO          TO QTS255-BLACKNO
               PERFORM 8200-WRITE-DELTA
               ADD 1 TO WS-SEIGEN-COUNT
           END-IF.

      * 再確認の依頼状・督促状。宛先は会員自宅とする。
       5200-WRITE-LETTER.
           ADD 1 TO WS-RENBAN
           INITIALIZE QYAB020P-REC
           MOVE WS-BUNSYONO            TO QYAB020P-PRMBUNSYONO
           MOVE WS-TODAY               TO QYAB020P-PRMSAKUSEIYMD
           MOVE WS-RENBAN              TO QYAB020P-PRMRENBAN
           MOVE QTS010-PRMKIGYOUCD     TO QYAB020P-KIGYOCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QYAB020P-SUBRNG
           MOVE QTS010-PRMNAIBUKAIINNO TO QYAB020P-NAIBUKAIIN
           MOVE "1"                    TO QYAB020P-SOUFUKBN
           MOVE QTS010-HONSHIMEIKANA   TO QYAB020P-SHIMEIKAN
           MOVE QTS010-JTKYUUBINNO     TO QYAB020P-JTKYUUBINNO
           MOVE QTS010-JTKJUSHOKANA    TO QYAB020P-JTKJUSHO1
           MOVE QTS010-JTKTELNO        TO QYAB020P-JTKTELNO
           MOVE "0"                    TO QYAB020P-PRINTFLG
           MOVE FUNCTION CURRENT-DATE
               TO QYAB020P-TOUROKUDATETIME
           WRITE QYAB020P-REC.

       8200-WRITE-DELTA.
           MOVE QTS010-PRMKIGYOUCD     TO DLT-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO DLT-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO DLT-PRMNAIBUKAIINNO
           MOVE WS-TODAY               TO DLT-HENKOYMD
           MOVE "QTS255B "             TO DLT-TRANID
           WRITE DELTA-OUT-REC.

       9000-TERMINATE.
           MOVE WS-TAKAI-COUNT         TO WS-RT-TAKAI
           MOVE WS-CHUU-COUNT          TO WS-RT-CHUU
           MOVE WS-HIKUI-COUNT         TO WS-RT-HIKUI
           MOVE WS-IRAI-COUNT          TO WS-RT-IRAI
           MOVE WS-TOKUSOKU-COUNT      TO WS-RT-TOKUSOKU
           MOVE WS-SEIGEN-COUNT        TO WS-RT-SEIGEN
           MOVE WS-RPT-TOTAL           TO RISK-RPT-LINE
           WRITE RISK-RPT-LINE
           DISPLAY "QTS255B: HYOUKA=" WS-HYOUKA-COUNT
                   " TAKAI=" WS-TAKAI-COUNT
                   " CHUU=" WS-CHUU-COUNT
                   " IRAI=" WS-IRAI-COUNT
                   " TOKUSOKU=" WS-TOKUSOKU-COUNT
                   " SEIGEN=" WS-SEIGEN-COUNT
                   " DROP=" WS-DROP-COUNT
           CLOSE QTS010-MASTER
           CLOSE QTS254-KAKUNIN
           CLOSE QTS255-RISK
           CLOSE QTS110-BLACKFILE
           CLOSE QYAB020P-LETTERQ
           CLOSE DELTA-OUTFILE
           CLOSE RISK-RPTFILE.
