      *8...........2.........3.........4.........5........6........7.........8
      *    QTS266R
      ****************************************************************
      *                漏洩事案別追跡状況表                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
      *    漏洩カード管理（QTS266）を漏洩事案ごとに集計し、ブランド
      *    通知カード数・照合結果・リスク区分別件数・ブロック・会員
      *    通知・再発行・新カード有効化の件数と、ブランド通知日以後
      *    に不正確定（QXS003）となった取引のあるカード数・取引件数
      *    を出力する。通知後の不正があったカードは明細も出す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS266R.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS266-ROUEI    ASSIGN TO "QTS266"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS266-SEG
                   FILE STATUS IS WS-QTS266-STATUS.
           SELECT  QXS003-FUSEI    ASSIGN TO "QXS003"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QXS003-PRM
                   FILE STATUS IS WS-QXS003-STATUS.
           SELECT  TSUISEKI-RPTFILE ASSIGN TO "QTS266RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS266-ROUEI.
       01  QTS266-REC.
           COPY QTS266 REPLACING ==()== BY ==QTS266==.
       FD  QXS003-FUSEI.
       01  QXS003-REC.
           COPY QXS003 REPLACING ==()== BY ==QXS003==.
       FD  TSUISEKI-RPTFILE.
       01  TSUISEKI-RPT-LINE           PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS266-STATUS        PIC X(02).
       01  WS-QXS003-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-FUSEI-EOF-SW         PIC X(01).
           88  WS-FUSEI-EOF                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-EVENT-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-CARD-FUSEI           PIC 9(05).
       01  WS-JIAN.
           05  WS-JA-EVENTID       PIC X(12).
           05  WS-JA-BRANDKBN      PIC X(01).
           05  WS-JA-TSUCHIYMD     PIC 9(08).
           05  WS-JA-TSUCHI        PIC 9(07).
           05  WS-JA-YUKO          PIC 9(07).
           05  WS-JA-MUKOU         PIC 9(07).
           05  WS-JA-GAITOUNASHI   PIC 9(07).
           05  WS-JA-KOU           PIC 9(07).
           05  WS-JA-CHU           PIC 9(07).
           05  WS-JA-TEI           PIC 9(07).
           05  WS-JA-BLOCK         PIC 9(07).
           05  WS-JA-KAIINTSUCHI   PIC 9(07).
           05  WS-JA-SAIHAKKO      PIC 9(07).
           05  WS-JA-ACT           PIC 9(07).
           05  WS-JA-FUSEICARD     PIC 9(07).
           05  WS-JA-FUSEIKENSU    PIC 9(07).
       01  WS-JIAN-LINE.
           05  WS-JL-EVENTID       PIC X(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JL-BRANDKBN      PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JL-TSUCHIYMD     PIC 9(08).
           05  WS-JL-TSUCHI        PIC ZZZZZZ9.
           05  WS-JL-YUKO          PIC ZZZZZZ9.
           05  WS-JL-MUKOU         PIC ZZZZZZ9.
           05  WS-JL-GAITOUNASHI   PIC ZZZZZZ9.
           05  WS-JL-KOU           PIC ZZZZZZ9.
           05  WS-JL-CHU           PIC ZZZZZZ9.
           05  WS-JL-TEI           PIC ZZZZZZ9.
           05  WS-JL-BLOCK         PIC ZZZZZZ9.
           05  WS-JL-KAIINTSUCHI   PIC ZZZZZZ9.
           05  WS-JL-SAIHAKKO      PIC ZZZZZZ9.
           05  WS-JL-ACT           PIC ZZZZZZ9.
           05  WS-JL-FUSEICARD     PIC ZZZZZZ9.
           05  WS-JL-FUSEIKENSU    PIC ZZZZZZ9.
       01  WS-MEISAI-LINE.
           05  WS-ML-EVENTID       PIC X(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-CARDNO        PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-ML-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-RISK          PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-STS           PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-FUSEIKENSU    PIC ZZZZ9.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SHUKEI UNTIL WS-EOF
           IF  WS-JA-EVENTID NOT = SPACES
               PERFORM 3000-PRINT-JIAN
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QTS266-ROUEI
           OPEN INPUT  QXS003-FUSEI
           OPEN OUTPUT TSUISEKI-RPTFILE
           MOVE SPACES TO TSUISEKI-RPT-LINE
           STRING "ROUEI JIAN TSUISEKI  SAKUSEI=" WS-TODAY
               DELIMITED BY SIZE INTO TSUISEKI-RPT-LINE
           END-STRING
           WRITE TSUISEKI-RPT-LINE
           MOVE SPACES TO TSUISEKI-RPT-LINE
           STRING "EVENTID/BRAND/TSUCHIBI/TSUCHI/YUKO/MUKOU"
                  "/NASHI/KOU/CHU/TEI/BLOCK/KAIINTSUCHI"
                  "/SAIHAKKO/ACT/FUSEICARD/FUSEIKENSU"
               DELIMITED BY SIZE INTO TSUISEKI-RPT-LINE
           END-STRING
           WRITE TSUISEKI-RPT-LINE
           INITIALIZE WS-JIAN
           MOVE LOW-VALUE TO QTS266-SEG
           START QTS266-ROUEI KEY IS NOT LESS THAN QTS266-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS266-ROUEI NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 漏洩事案が替わったところで前の事案の集計を出力する。
       2000-SHUKEI.
           IF  QTS266-PRMEVENTID NOT = WS-JA-EVENTID
               IF  WS-JA-EVENTID NOT = SPACES
                   PERFORM 3000-PRINT-JIAN
               END-IF
               INITIALIZE WS-JIAN
               MOVE QTS266-PRMEVENTID    TO WS-JA-EVENTID
               MOVE QTS266-BRANDKBN      TO WS-JA-BRANDKBN
               MOVE QTS266-BRANDTSUCHIYMD TO WS-JA-TSUCHIYMD
           END-IF
           ADD 1 TO WS-JA-TSUCHI
           EVALUATE QTS266-SHOUGOKBN
               WHEN "1"
                   ADD 1 TO WS-JA-YUKO
                   EVALUATE QTS266-RISKKBN
                       WHEN "1"
                           ADD 1 TO WS-JA-KOU
                       WHEN "2"
                           ADD 1 TO WS-JA-CHU
                       WHEN OTHER
                           ADD 1 TO WS-JA-TEI
                   END-EVALUATE
               WHEN "2"
                   ADD 1 TO WS-JA-MUKOU
               WHEN OTHER
                   ADD 1 TO WS-JA-GAITOUNASHI
           END-EVALUATE
           IF  QTS266-BLACKNO NOT = ZERO
               ADD 1 TO WS-JA-BLOCK
           END-IF
           IF  QTS266-TSUCHIYMD NOT = ZERO
               ADD 1 TO WS-JA-KAIINTSUCHI
           END-IF
           IF  QTS266-TAIOUSTS = "1" OR "2"
               ADD 1 TO WS-JA-SAIHAKKO
           END-IF
           IF  QTS266-TAIOUSTS = "2"
               ADD 1 TO WS-JA-ACT
           END-IF
           IF  QTS266-SHOUGOKBN = "1"
               PERFORM 2100-CHECK-FUSEI
           END-IF
           READ QTS266-ROUEI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * ブランド通知日以後の利用で不正確定となった取引を数える。
       2100-CHECK-FUSEI.
           MOVE ZERO                 TO WS-CARD-FUSEI
           MOVE "N"                  TO WS-FUSEI-EOF-SW
           MOVE QTS266-PRMCARDNO     TO QXS003-PRMCARDNO
           MOVE LOW-VALUES           TO QXS003-PRMRIYOUDATETIME
           START QXS003-FUSEI KEY >= QXS003-PRM
               INVALID KEY SET WS-FUSEI-EOF TO TRUE
           END-START
           PERFORM 2110-READ-FUSEI UNTIL WS-FUSEI-EOF
           IF  WS-CARD-FUSEI > ZERO
               ADD 1 TO WS-JA-FUSEICARD
               ADD WS-CARD-FUSEI TO WS-JA-FUSEIKENSU
               PERFORM 2200-WRITE-MEISAI
           END-IF.

       2110-READ-FUSEI.
           READ QXS003-FUSEI NEXT
               AT END SET WS-FUSEI-EOF TO TRUE
           END-READ
           IF  NOT WS-FUSEI-EOF
               IF  QXS003-PRMCARDNO NOT = QTS266-PRMCARDNO
                   SET WS-FUSEI-EOF TO TRUE
               ELSE
                   IF  QXS003-OUTCOMEKBN = "1"
                   AND QXS003-PRMRIYOUDATETIME(1:8)
                       >= QTS266-BRANDTSUCHIYMD
                       ADD 1 TO WS-CARD-FUSEI
                   END-IF
               END-IF
           END-IF.

       2200-WRITE-MEISAI.
           MOVE QTS266-PRMEVENTID    TO WS-ML-EVENTID
           MOVE QTS266-PRMCARDNO      TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO       TO WS-ML-CARDNO
           MOVE QTS266-KAIKIGYOUCD   TO WS-ML-KIGYOUCD
           MOVE QTS266-KAINAIBUKAIINNO TO WS-ML-KAIINNO
           MOVE QTS266-RISKKBN       TO WS-ML-RISK
           MOVE QTS266-TAIOUSTS      TO WS-ML-STS
           MOVE WS-CARD-FUSEI        TO WS-ML-FUSEIKENSU
           MOVE WS-MEISAI-LINE       TO TSUISEKI-RPT-LINE
           WRITE TSUISEKI-RPT-LINE.

       3000-PRINT-JIAN.
           MOVE WS-JA-EVENTID        TO WS-JL-EVENTID
           MOVE WS-JA-BRANDKBN       TO WS-JL-BRANDKBN
           MOVE WS-JA-TSUCHIYMD      TO WS-JL-TSUCHIYMD
           MOVE WS-JA-TSUCHI         TO WS-JL-TSUCHI
           MOVE WS-JA-YUKO           TO WS-JL-YUKO
           MOVE WS-JA-MUKOU          TO WS-JL-MUKOU
           MOVE WS-JA-GAITOUNASHI    TO WS-JL-GAITOUNASHI
           MOVE WS-JA-KOU            TO WS-JL-KOU
           MOVE WS-JA-CHU            TO WS-JL-CHU
           MOVE WS-JA-TEI            TO WS-JL-TEI
           MOVE WS-JA-BLOCK          TO WS-JL-BLOCK
           MOVE WS-JA-KAIINTSUCHI    TO WS-JL-KAIINTSUCHI
           MOVE WS-JA-SAIHAKKO       TO WS-JL-SAIHAKKO
           MOVE WS-JA-ACT            TO WS-JL-ACT
           MOVE WS-JA-FUSEICARD      TO WS-JL-FUSEICARD
           MOVE WS-JA-FUSEIKENSU     TO WS-JL-FUSEIKENSU
           MOVE WS-JIAN-LINE         TO TSUISEKI-RPT-LINE
           WRITE TSUISEKI-RPT-LINE
           ADD 1 TO WS-EVENT-COUNT.

      * カード番号は先頭６桁と末尾４桁以外を伏せて出力する。
       8600-MASK-CARDNO.
           IF  MSK-MOTOCARDNO = SPACES
           OR  MSK-MOTOCARDNO = ZERO
               MOVE MSK-MOTOCARDNO   TO MSK-MASKCARDNO
           ELSE
               MOVE MSK-MOTOCARDNO(1:6)  TO MSK-MASKMAE
               MOVE "******"             TO MSK-MASKCHU
               MOVE MSK-MOTOCARDNO(13:4) TO MSK-MASKATO
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS266R: JIAN=" WS-EVENT-COUNT
           CLOSE QTS266-ROUEI
           CLOSE QXS003-FUSEI
           CLOSE TSUISEKI-RPTFILE.
