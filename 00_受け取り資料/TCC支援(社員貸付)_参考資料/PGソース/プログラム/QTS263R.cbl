      *8...........2.........3.........4.........5........6........7.........8
      *    QTS263R
      ****************************************************************
      *                会員紹介実績表（月次）                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員紹介実績（QTS264）から対象月の紹介申込・入会・特典
      *    付与の件数と付与ポイントを集計し、成約率を出す。成約率は
      *    対象月に受け付けた紹介のうち特典付与に至った割合（当月分）
      *    と、全期間の紹介に対する割合（累計）の二つとする。対象月
      *    に付与した特典は紹介者別の明細として出力する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS263R.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JISSEKI-PARAM   ASSIGN TO "QTS263MP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS264-JISSEKI  ASSIGN TO "QTS264"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS264-SEG
                   FILE STATUS IS WS-QTS264-STATUS.
           SELECT  JISSEKI-RPTFILE ASSIGN TO "QTS263RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JISSEKI-PARAM.
       01  JISSEKI-PARAM-REC.
           05  PRM-TAISHONENGETU       PIC 9(06).
      *        対象年月（ゼロは処理日の前月）
       FD  QTS264-JISSEKI.
       01  QTS264-REC.
           COPY QTS264 REPLACING ==()== BY ==QTS264==.
       FD  JISSEKI-RPTFILE.
       01  JISSEKI-RPT-LINE            PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS264-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NENGETU              PIC 9(06).
       01  WS-NG-WK                REDEFINES WS-NENGETU.
           05  WS-NG-YYYY          PIC 9(04).
           05  WS-NG-MM            PIC 9(02).
       01  WS-GOKEI.
           05  WS-GK-MOUSHIKOMI    PIC 9(07)     VALUE ZERO.
           05  WS-GK-MUKOU         PIC 9(07)     VALUE ZERO.
           05  WS-GK-HONNIN        PIC 9(07)     VALUE ZERO.
           05  WS-GK-CHOUFUKU      PIC 9(07)     VALUE ZERO.
           05  WS-GK-TAIKAI        PIC 9(07)     VALUE ZERO.
           05  WS-GK-FUSEIRITSU    PIC 9(07)     VALUE ZERO.
           05  WS-GK-TOUGETSU-SEI  PIC 9(07)     VALUE ZERO.
           05  WS-GK-NYUKAI        PIC 9(07)     VALUE ZERO.
           05  WS-GK-FUYO          PIC 9(07)     VALUE ZERO.
           05  WS-GK-FUYOPOINT     PIC S9(11)    VALUE ZERO.
           05  WS-GK-RUIKEI-MOU    PIC 9(07)     VALUE ZERO.
           05  WS-GK-RUIKEI-SEI    PIC 9(07)     VALUE ZERO.
       01  WS-RITSU                PIC 9(03)V9   VALUE ZERO.
       01  WS-MEISAI-LINE.
           05  WS-ML-SKSKIGYOUCD   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-ML-SKSKAIINNO    PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-SHOUKAICD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-GAIBUNO       PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-UKETSUKEYMD   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-NYUKAIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-SHORIYOUYMD   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-FUYOPOINT     PIC ZZZZZZZZ9.
       01  WS-SHUKEI-LINE.
           05  WS-SL-LABEL         PIC X(24).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-SL-CNT           PIC ZZZZZZZZZZ9.
       01  WS-RITSU-LINE.
           05  WS-RL-LABEL         PIC X(24).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-RL-RITSU         PIC ZZ9.9.
           05  FILLER              PIC X(02)     VALUE " %".
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SHUKEI UNTIL WS-EOF
           PERFORM 3000-PRINT-SHUKEI
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  JISSEKI-PARAM
           OPEN INPUT  QTS264-JISSEKI
           OPEN OUTPUT JISSEKI-RPTFILE
           READ JISSEKI-PARAM
               AT END MOVE ZERO TO PRM-TAISHONENGETU
           END-READ
           IF  PRM-TAISHONENGETU = ZERO
               MOVE WS-TODAY(1:6) TO WS-NENGETU
               IF  WS-NG-MM > 1
                   SUBTRACT 1 FROM WS-NG-MM
               ELSE
                   MOVE 12 TO WS-NG-MM
                   SUBTRACT 1 FROM WS-NG-YYYY
               END-IF
           ELSE
               MOVE PRM-TAISHONENGETU TO WS-NENGETU
           END-IF
           MOVE SPACES TO JISSEKI-RPT-LINE
           STRING "KAIIN SHOUKAI JISSEKI  TAISHOU=" WS-NENGETU
               DELIMITED BY SIZE INTO JISSEKI-RPT-LINE
           END-STRING
           WRITE JISSEKI-RPT-LINE
           MOVE SPACES TO JISSEKI-RPT-LINE
           STRING "SHOUKAISHA/SHOUKAICD/GAIBUNO/MOUSHIKOMI"
                  "/NYUKAI/SHORIYOU/FUYOPOINT"
               DELIMITED BY SIZE INTO JISSEKI-RPT-LINE
           END-STRING
           WRITE JISSEKI-RPT-LINE
           MOVE LOW-VALUE TO QTS264-SEG
           START QTS264-JISSEKI KEY IS NOT LESS THAN QTS264-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS264-JISSEKI NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 申込・対象外・不成立・当月成約は申込作成月、入会は入会承認
      * 月、特典付与は付与依頼月で数える。
       2000-SHUKEI.
           ADD 1 TO WS-GK-RUIKEI-MOU
           IF  QTS264-SHOUKAISTS = "4"
               ADD 1 TO WS-GK-RUIKEI-SEI
           END-IF
           IF  QTS264-UKETSUKEYMD(1:6) = WS-NENGETU
               ADD 1 TO WS-GK-MOUSHIKOMI
               EVALUATE TRUE
                   WHEN QTS264-SHOUKAISTS = "4"
                       ADD 1 TO WS-GK-TOUGETSU-SEI
                   WHEN QTS264-SHOUKAISTS = "9"
                       ADD 1 TO WS-GK-FUSEIRITSU
                   WHEN QTS264-JOGAIRIYU = "01"
                       ADD 1 TO WS-GK-MUKOU
                   WHEN QTS264-JOGAIRIYU = "02"
                       ADD 1 TO WS-GK-HONNIN
                   WHEN QTS264-JOGAIRIYU = "03"
                       ADD 1 TO WS-GK-CHOUFUKU
                   WHEN QTS264-JOGAIRIYU = "04"
                       ADD 1 TO WS-GK-TAIKAI
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF  QTS264-NYUKAIYMD(1:6) = WS-NENGETU
               ADD 1 TO WS-GK-NYUKAI
           END-IF
           IF  QTS264-SHOUKAISTS = "4"
           AND QTS264-FUYOYMD(1:6) = WS-NENGETU
               ADD 1 TO WS-GK-FUYO
               ADD QTS264-FUYOPOINT TO WS-GK-FUYOPOINT
               PERFORM 2100-WRITE-MEISAI
           END-IF
           READ QTS264-JISSEKI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-WRITE-MEISAI.
           MOVE QTS264-SKSKIGYOUCD     TO WS-ML-SKSKIGYOUCD
           MOVE QTS264-SKSNAIBUKAIINNO TO WS-ML-SKSKAIINNO
           MOVE QTS264-SHOUKAICD       TO WS-ML-SHOUKAICD
           MOVE QTS264-PRMGAIBUKAIINNO TO WS-ML-GAIBUNO
           MOVE QTS264-UKETSUKEYMD     TO WS-ML-UKETSUKEYMD
           MOVE QTS264-NYUKAIYMD       TO WS-ML-NYUKAIYMD
           MOVE QTS264-SHORIYOUYMD     TO WS-ML-SHORIYOUYMD
           MOVE QTS264-FUYOPOINT       TO WS-ML-FUYOPOINT
           MOVE WS-MEISAI-LINE         TO JISSEKI-RPT-LINE
           WRITE JISSEKI-RPT-LINE.

       3000-PRINT-SHUKEI.
           MOVE "SHOUKAI MOUSHIKOMI      " TO WS-SL-LABEL
           MOVE WS-GK-MOUSHIKOMI     TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE " TAISHOUGAI CODE MUKOU  " TO WS-SL-LABEL
           MOVE WS-GK-MUKOU          TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE " TAISHOUGAI HONNIN      " TO WS-SL-LABEL
           MOVE WS-GK-HONNIN         TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE " TAISHOUGAI CHOUFUKU    " TO WS-SL-LABEL
           MOVE WS-GK-CHOUFUKU       TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE " TAISHOUGAI TAIKAI      " TO WS-SL-LABEL
           MOVE WS-GK-TAIKAI         TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE " FUSEIRITSU             " TO WS-SL-LABEL
           MOVE WS-GK-FUSEIRITSU     TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE " SEIYAKU                " TO WS-SL-LABEL
           MOVE WS-GK-TOUGETSU-SEI   TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE "NYUKAI SHOUNIN          " TO WS-SL-LABEL
           MOVE WS-GK-NYUKAI         TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE "TOKUTEN FUYO KENSU      " TO WS-SL-LABEL
           MOVE WS-GK-FUYO           TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE "TOKUTEN FUYO POINT      " TO WS-SL-LABEL
           MOVE WS-GK-FUYOPOINT      TO WS-SL-CNT
           PERFORM 3900-PRINT-LINE
           MOVE ZERO TO WS-RITSU
           IF  WS-GK-MOUSHIKOMI > ZERO
               COMPUTE WS-RITSU ROUNDED =
                   WS-GK-TOUGETSU-SEI * 100 / WS-GK-MOUSHIKOMI
           END-IF
           MOVE "SEIYAKURITSU TOUGETSU   " TO WS-RL-LABEL
           MOVE WS-RITSU             TO WS-RL-RITSU
           MOVE WS-RITSU-LINE        TO JISSEKI-RPT-LINE
           WRITE JISSEKI-RPT-LINE
           MOVE ZERO TO WS-RITSU
           IF  WS-GK-RUIKEI-MOU > ZERO
               COMPUTE WS-RITSU ROUNDED =
                   WS-GK-RUIKEI-SEI * 100 / WS-GK-RUIKEI-MOU
           END-IF
           MOVE "SEIYAKURITSU RUIKEI     " TO WS-RL-LABEL
           MOVE WS-RITSU             TO WS-RL-RITSU
           MOVE WS-RITSU-LINE        TO JISSEKI-RPT-LINE
           WRITE JISSEKI-RPT-LINE
           DISPLAY "QTS263R: MOUSHIKOMI=" WS-GK-MOUSHIKOMI
                   " NYUKAI=" WS-GK-NYUKAI
                   " FUYO=" WS-GK-FUYO
                   " POINT=" WS-GK-FUYOPOINT.

       3900-PRINT-LINE.
           MOVE WS-SHUKEI-LINE       TO JISSEKI-RPT-LINE
           WRITE JISSEKI-RPT-LINE.

       9000-TERMINATE.
           CLOSE JISSEKI-PARAM
           CLOSE QTS264-JISSEKI
           CLOSE JISSEKI-RPTFILE.
