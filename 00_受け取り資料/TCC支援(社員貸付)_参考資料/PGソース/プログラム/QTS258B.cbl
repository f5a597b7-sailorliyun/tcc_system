      *8...........2.........3.........4.........5........6........7.........8
      *    QTS258B
      ****************************************************************
      *                ＪＩＣＣ月次報告ファイル作成（全件／差分）    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ＣＩＣ報告（QTS116B）と同じ残高抽出・事故・介入・災害特例
      *    の判定でＪＩＣＣ指定形式（QXTS258）の報告ファイルを作成
      *    する。差分管理はＪＩＣＣ報告管理（QTS258）で行う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS258B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HOUKOKU-PARAM   ASSIGN TO "QTS258PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ZANDAKA-EXTFILE ASSIGN TO "ZANEXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS011-CARDIF   ASSIGN TO "QTS011"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  QTS015-HIST     ASSIGN TO "QTS015"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS015-SEG
                   FILE STATUS IS WS-QTS015-STATUS.
           SELECT  QTS258-CTLFILE  ASSIGN TO "QTS258"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS258-PRM
                   FILE STATUS IS WS-QTS258-STATUS.
           SELECT  QTS019-KAINYU   ASSIGN TO "QTS019"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS019-SEG
                   FILE STATUS IS WS-QTS019-STATUS.
           SELECT  QTS145-SAIGAI   ASSIGN TO "QTS145"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS145-SEG
                   FILE STATUS IS WS-QTS145-STATUS.
           SELECT  HOUKOKU-OUTFILE ASSIGN TO "JICCHOUKOKU"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HOUKOKU-PARAM.
       01  HOUKOKU-PARAM-REC.
           05  PRM-MODEKBN             PIC 9(01).
      *        1:全件報告  2:月次差分報告
           05  PRM-KAISHACD            PIC X(05).
      *        ＪＩＣＣ会員会社コード
           05  PRM-HOUKOKUYM           PIC 9(06).
      *        報告年月（ゼロは処理日の年月）
       FD  ZANDAKA-EXTFILE.
       01  ZANDAKA-EXT-REC.
      *    入金分解（QTS100）月次集計で作成する会員別未回収残高
           05  ZNX-PRMKIGYOUCD         PIC 9(04).
           05  ZNX-PRMSUBRANGEKEY      PIC 9(04).
           05  ZNX-PRMNAIBUKAIINNO     PIC 9(08).
           05  ZNX-GENPONZAN           PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  ZNX-ENTAIFLG            PIC X(01).
       FD  QTS011-CARDIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  QTS015-HIST.
       01  QTS015-REC.
           COPY QTS015 REPLACING ==()== BY ==QTS015==.
       FD  QTS258-CTLFILE.
       01  QTS258-REC.
           COPY QTS258 REPLACING ==()== BY ==QTS258==.
       FD  QTS019-KAINYU.
       01  QTS019-REC.
           COPY QTS019 REPLACING ==()== BY ==QTS019==.
       FD  QTS145-SAIGAI.
       01  QTS145-REC.
           COPY QTS145 REPLACING ==()== BY ==QTS145==.
       FD  HOUKOKU-OUTFILE.
       01  HOUKOKU-OUT-REC.
           COPY QXTS258 REPLACING ==()== BY ==HKO==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-QTS015-STATUS        PIC X(02).
       01  WS-QTS258-STATUS        PIC X(02).
       01  WS-QTS019-STATUS        PIC X(02).
       01  WS-QTS145-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-JIKO-EOF-SW          PIC X(01)     VALUE "N".
           88  WS-JIKO-EOF                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-HOUKOKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-SKIP-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-ZANDAKA-TOTAL        PIC 9(15)     VALUE ZERO.
       01  WS-IX                   PIC 9(05)     VALUE ZERO  COMP.
       01  WS-ZAN-MAX              PIC 9(05)     VALUE ZERO  COMP.
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-GENPON-ZAN           PIC S9(11).
       01  WS-ENTAI-FLG            PIC X(01).
       01  WS-JIKO-YMD             PIC 9(08).
       01  WS-IDOU-KBN             PIC X(02).
       01  WS-IDOU-YMD             PIC 9(08).
       01  WS-KAINYU-SW            PIC X(01).
           88  WS-KAINYU-CHU                     VALUE "Y".
       01  WS-KAINYU-YMD           PIC 9(08).
       01  WS-SAIGAI-SW            PIC X(01).
           88  WS-SAIGAI-CHU                     VALUE "Y".
       01  WS-ZAN-TBL.
           05  WS-ZN-ENT           OCCURS 30000.
             07  WS-ZN-NAIBUNO     PIC 9(08).
             07  WS-ZN-ZAN         PIC S9(11).
             07  WS-ZN-ENTAIFLG    PIC X(01).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           INITIALIZE WS-ZAN-TBL
           PERFORM 1000-INITIALIZE
           PERFORM 3000-REPORT-MEMBER UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  HOUKOKU-PARAM
           OPEN INPUT  ZANDAKA-EXTFILE
           READ HOUKOKU-PARAM
               AT END
                   INITIALIZE HOUKOKU-PARAM-REC
                   MOVE 2 TO PRM-MODEKBN
           END-READ
           IF  PRM-HOUKOKUYM = ZERO
               MOVE WS-TODAY(1:6) TO PRM-HOUKOKUYM
           END-IF
           READ ZANDAKA-EXTFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2000-LOAD-ZANDAKA UNTIL WS-EOF
           CLOSE ZANDAKA-EXTFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS011-CARDIF
           OPEN INPUT  QTS015-HIST
           OPEN I-O    QTS258-CTLFILE
           OPEN INPUT  QTS019-KAINYU
           OPEN INPUT  QTS145-SAIGAI
           OPEN OUTPUT HOUKOKU-OUTFILE
           MOVE SPACES                 TO HOUKOKU-OUT-REC
           MOVE "1"                    TO HKO-RECKBN
           MOVE PRM-KAISHACD           TO HKO-KAISHACD
           MOVE PRM-HOUKOKUYM          TO HKO-HDHOUKOKUYM
           MOVE WS-TODAY               TO HKO-HDSAKUSEIYMD
           MOVE PRM-MODEKBN            TO HKO-HDHOUKOKUKBN
           WRITE HOUKOKU-OUT-REC
           READ QTS011-CARDIF
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 残高表があふれると該当会員が残高ゼロのまま機関へ報告
      * されてしまうため、打ち切らず異常終了とする。
       2000-LOAD-ZANDAKA.
           IF  WS-ZAN-MAX >= 30000
               DISPLAY "QTS258B: ZANDAKA TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ZAN-MAX
           MOVE ZNX-PRMNAIBUKAIINNO TO WS-ZN-NAIBUNO(WS-ZAN-MAX)
           MOVE ZNX-GENPONZAN       TO WS-ZN-ZAN(WS-ZAN-MAX)
           MOVE ZNX-ENTAIFLG        TO WS-ZN-ENTAIFLG(WS-ZAN-MAX)
           READ ZANDAKA-EXTFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 会員ごとに残高・異動区分を求め、差分モードでは前回報告時と
      * 残高・極度額・異動区分に変化のない会員を読み飛ばす。
       3000-REPORT-MEMBER.
           MOVE ZERO  TO WS-GENPON-ZAN
           MOVE SPACE TO WS-ENTAI-FLG
           MOVE "N"   TO WS-HIT-SW
           PERFORM 3100-SEARCH-ZANDAKA
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-ZAN-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-IX
               MOVE WS-ZN-ZAN(WS-IX)      TO WS-GENPON-ZAN
               MOVE WS-ZN-ENTAIFLG(WS-IX) TO WS-ENTAI-FLG
           END-IF
           PERFORM 6000-GET-JIKO
           PERFORM 6500-GET-KAINYU
           PERFORM 6600-GET-SAIGAI
           PERFORM 3200-SET-IDOU
           PERFORM 4000-CHECK-DELTA
           READ QTS011-CARDIF
               AT END SET WS-EOF TO TRUE
           END-READ.

       3100-SEARCH-ZANDAKA.
           IF  WS-ZN-NAIBUNO(WS-IX) = QTS011-PRMNAIBUKAIINNO
               SET WS-HIT TO TRUE
           END-IF.

      * 異動区分の優先順位はＣＩＣ報告の支払状況と同じとする。
       3200-SET-IDOU.
           EVALUATE TRUE
               WHEN WS-KAINYU-CHU
                   MOVE "31"           TO WS-IDOU-KBN
                   MOVE WS-KAINYU-YMD  TO WS-IDOU-YMD
               WHEN WS-SAIGAI-CHU
                   MOVE "51"           TO WS-IDOU-KBN
                   MOVE ZERO           TO WS-IDOU-YMD
               WHEN WS-JIKO-YMD NOT = ZERO
                   MOVE "21"           TO WS-IDOU-KBN
                   MOVE WS-JIKO-YMD    TO WS-IDOU-YMD
               WHEN WS-ENTAI-FLG = "1"
                   MOVE "11"           TO WS-IDOU-KBN
                   MOVE ZERO           TO WS-IDOU-YMD
               WHEN OTHER
                   MOVE "00"           TO WS-IDOU-KBN
                   MOVE ZERO           TO WS-IDOU-YMD
           END-EVALUATE.

       4000-CHECK-DELTA.
           MOVE QTS011-PRMKIGYOUCD   TO QTS258-PRMKIGYOUCD
           MOVE QTS011-PRMSUBRANGEKEY TO QTS258-PRMSUBRANGEKEY
           MOVE QTS011-PRMNAIBUKAIINNO TO QTS258-PRMNAIBUKAIINNO
           READ QTS258-CTLFILE
               INVALID KEY
                   INITIALIZE QTS258-REC
                   MOVE QTS011-PRMKIGYOUCD
                       TO QTS258-PRMKIGYOUCD
                   MOVE QTS011-PRMSUBRANGEKEY
                       TO QTS258-PRMSUBRANGEKEY
                   MOVE QTS011-PRMNAIBUKAIINNO
                       TO QTS258-PRMNAIBUKAIINNO
                   PERFORM 5000-WRITE-HOUKOKU
                   WRITE QTS258-REC
               NOT INVALID KEY
                   IF  PRM-MODEKBN = 2
                   AND QTS258-HOUKOKUSTS = "1"
                   AND QTS258-HOUKOKUZAN = WS-GENPON-ZAN
                   AND QTS258-HOUKOKUGENDO = QTS011-YSNSOUGENDO
                   AND QTS258-HOUKOKUIDOU = WS-IDOU-KBN
                       ADD 1 TO WS-SKIP-COUNT
                   ELSE
                       PERFORM 5000-WRITE-HOUKOKU
                       REWRITE QTS258-REC
                   END-IF
           END-READ.

       5000-WRITE-HOUKOKU.
           MOVE SPACES                 TO HOUKOKU-OUT-REC
           MOVE "2"                    TO HKO-RECKBN
           MOVE PRM-KAISHACD           TO HKO-KAISHACD
           MOVE QTS011-GKNSHIKIBETSUNO TO HKO-KEIYAKUNO
           MOVE QTS011-HONSHIMEIKANA   TO HKO-SHIMEIKANA
           MOVE QTS011-HONSEINENGAPPI  TO HKO-SEINENGAPPI
           MOVE QTS011-HONSEX          TO HKO-SEX
           MOVE "21"                   TO HKO-KEIYAKUSHURUI
           MOVE QTS011-YSNSOUGENDO     TO HKO-GENDOGAKU
           IF  WS-GENPON-ZAN < ZERO
               MOVE ZERO               TO HKO-ZANDAKA
           ELSE
               MOVE WS-GENPON-ZAN      TO HKO-ZANDAKA
           END-IF
           MOVE WS-IDOU-KBN            TO HKO-IDOUKBN
           MOVE WS-IDOU-YMD            TO HKO-IDOUYMD
           MOVE WS-TODAY               TO HKO-HOUKOKUYMD
           WRITE HOUKOKU-OUT-REC
           ADD 1 TO WS-HOUKOKU-COUNT
           ADD HKO-ZANDAKA             TO WS-ZANDAKA-TOTAL
           MOVE WS-TODAY               TO QTS258-HOUKOKUYMD
           MOVE WS-GENPON-ZAN          TO QTS258-HOUKOKUZAN
           MOVE QTS011-YSNSOUGENDO     TO QTS258-HOUKOKUGENDO
           MOVE WS-IDOU-KBN            TO QTS258-HOUKOKUIDOU
           MOVE WS-IDOU-YMD            TO QTS258-HOUKOKUIDOUYMD
           MOVE "1"                    TO QTS258-HOUKOKUSTS
           MOVE WS-TODAY               TO QTS258-SVRKOUSHINYMD.

      * 受任通知・法的整理の介入中会員は債務整理（３１）として
      * 報告する（延滞・事故コードより優先する）。
       6500-GET-KAINYU.
           MOVE "N"  TO WS-KAINYU-SW
           MOVE ZERO TO WS-KAINYU-YMD
           MOVE QTS011-PRMKIGYOUCD   TO QTS019-PRMKIGYOUCD
           MOVE QTS011-PRMSUBRANGEKEY TO QTS019-PRMSUBRANGEKEY
           MOVE QTS011-PRMNAIBUKAIINNO TO QTS019-PRMNAIBUKAIINNO
           READ QTS019-KAINYU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS019-KAINYUSTS = "1"
                       SET WS-KAINYU-CHU TO TRUE
                       MOVE QTS019-UKETSUKEYMD
                           TO WS-KAINYU-YMD
                   END-IF
           END-READ.

      * 災害特例適用中の会員は延滞・事故でなく災害特例（５１）で
      * 報告する。
       6600-GET-SAIGAI.
           MOVE "N" TO WS-SAIGAI-SW
           MOVE QTS011-PRMKIGYOUCD   TO QTS145-PRMKIGYOUCD
           MOVE QTS011-PRMSUBRANGEKEY TO QTS145-PRMSUBRANGEKEY
           MOVE QTS011-PRMNAIBUKAIINNO
               TO QTS145-PRMNAIBUKAIINNO
           READ QTS145-SAIGAI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS145-TOKUREISTS = "1"
                       SET WS-SAIGAI-CHU TO TRUE
                   END-IF
           END-READ.

      * 事故情報履歴の当該会員の最新事故発生日を求める。
       6000-GET-JIKO.
           MOVE ZERO TO WS-JIKO-YMD
           MOVE "N"  TO WS-JIKO-EOF-SW
           MOVE QTS011-PRMKIGYOUCD   TO QTS015-PRMKIGYOUCD
           MOVE QTS011-PRMSUBRANGEKEY TO QTS015-PRMSUBRANGEKEY
           MOVE QTS011-PRMNAIBUKAIINNO TO QTS015-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS015-PRMHISTNO
           START QTS015-HIST KEY IS NOT LESS THAN QTS015-SEG
               INVALID KEY SET WS-JIKO-EOF TO TRUE
           END-START
           PERFORM 6100-READ-JIKO UNTIL WS-JIKO-EOF.

       6100-READ-JIKO.
           READ QTS015-HIST NEXT
               AT END SET WS-JIKO-EOF TO TRUE
           END-READ
           IF  NOT WS-JIKO-EOF
               IF  QTS015-PRMKIGYOUCD     = QTS011-PRMKIGYOUCD
               AND QTS015-PRMSUBRANGEKEY  = QTS011-PRMSUBRANGEKEY
               AND QTS015-PRMNAIBUKAIINNO = QTS011-PRMNAIBUKAIINNO
                   IF  QTS015-EDJHJIKOYMD > WS-JIKO-YMD
                       MOVE QTS015-EDJHJIKOYMD TO WS-JIKO-YMD
                   END-IF
               ELSE
                   SET WS-JIKO-EOF TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           MOVE SPACES                 TO HOUKOKU-OUT-REC
           MOVE "8"                    TO HKO-RECKBN
           MOVE PRM-KAISHACD           TO HKO-KAISHACD
           MOVE WS-HOUKOKU-COUNT       TO HKO-TRKENSU
           MOVE WS-ZANDAKA-TOTAL       TO HKO-TRZANDAKA
           WRITE HOUKOKU-OUT-REC
           DISPLAY "QTS258B: HOUKOKU=" WS-HOUKOKU-COUNT
                   " SKIP=" WS-SKIP-COUNT
                   " ZANDAKA=" WS-ZANDAKA-TOTAL
           CLOSE HOUKOKU-PARAM
           CLOSE QTS011-CARDIF
           CLOSE QTS015-HIST
           CLOSE QTS258-CTLFILE
           CLOSE QTS019-KAINYU
           CLOSE QTS145-SAIGAI
           CLOSE HOUKOKU-OUTFILE.
