      *8...........2.........3.........4.........5........6........7.........8
      *    QTS249B
      ****************************************************************
      *                償却債権サービサー委託・解除・譲渡バッチ      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    償却済債権（QTS105 状態３）をパラメータの処理区分に従い
      *      1:委託   条件を満たす未委託債権を指定サービサーへ委託
      *      2:解除   委託中債権のうち回収終了・時効完成・介入中と
      *               なったもの、および指定債権（全件指定可）を解除
      *      3:譲渡   指定サービサーへ委託中の債権を一括譲渡
      *    し、委託・譲渡管理（QTS249）を更新してサービサーあての
      *    連絡ファイル（共通ラッパ形式）を出力する。譲渡時は譲渡
      *    価額を簿価按分で債権ごとに記録し、QTS105を譲渡済（状態
      *    ４）として以後の償却後回収・時効管理の対象から外し、
      *    会員あての債権譲渡通知データを作成する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS249B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ITAKU-PARAM     ASSIGN TO "QTS249PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS105-LEDGER   ASSIGN TO "QTS105"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS105-SEG
                   FILE STATUS IS WS-QTS105-STATUS.
           SELECT  QTS249-ITAKU    ASSIGN TO "QTS249"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS249-SEG
                   FILE STATUS IS WS-QTS249-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS019-KAINYU   ASSIGN TO "QTS019"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS019-SEG
                   FILE STATUS IS WS-QTS019-STATUS.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  ITAKU-OUTFILE   ASSIGN TO "QXTS249"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  JOTO-TSUCHI     ASSIGN TO "QTS249TS"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ITAKU-RPTFILE   ASSIGN TO "QTS249RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ITAKU-PARAM.
       01  ITAKU-PARAM-REC.
           05  PRM-SHORIKBN            PIC X(01).
      *        1:委託  2:委託解除  3:債権譲渡
           05  PRM-SERVICERCD          PIC X(04).
           05  PRM-SAITEIZAN           PIC 9(09).
      *        委託対象とする最低債権残高（未設定時は残高ありの全件）
           05  PRM-KEIKATSUKI          PIC 9(02).
      *        償却後この月数を経過した債権を委託対象とする（未設定
      *        時は６か月）
           05  PRM-SYOUKYAKUNO         PIC 9(08).
      *        解除・譲渡を１債権に限る場合に指定（ゼロは全件）
           05  PRM-ZENKENKBN           PIC X(01).
      *        解除時 1:委託先の全件を解除（委託契約終了）
           05  PRM-JOTOKAKAKU          PIC 9(11).
      *        譲渡時の一括譲渡価額（対象債権の簿価で按分する）
           05  PRM-JOTOYMD             PIC 9(08).
      *        譲渡年月日（未設定時は処理日）
       FD  QTS105-LEDGER.
       01  QTS105-REC.
           COPY QTS105 REPLACING ==()== BY ==QTS105==.
       FD  QTS249-ITAKU.
       01  QTS249-REC.
           COPY QTS249 REPLACING ==()== BY ==QTS249==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS019-KAINYU.
       01  QTS019-REC.
           COPY QTS019 REPLACING ==()== BY ==QTS019==.
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       FD  ITAKU-OUTFILE.
      *    取込ゲート（QTS139B）と同じ共通ラッパ形式で出力する。
       01  ITAKU-OUT-REC.
           03  QXI-RECKBN              PIC X(01).
      *        1:ヘッダ  2:データ  8:トレーラ
           COPY QXTS249 REPLACING ==()== BY ==QXTS249==.
       01  ITAKU-HEAD-REC REDEFINES ITAKU-OUT-REC.
           05  FILLER                  PIC X(01).
           05  QXH-SAKUSEIYMD          PIC 9(08).
           05  QXH-SAKUSEITIME         PIC 9(06).
           05  FILLER                  PIC X(185).
       01  ITAKU-TRL-REC  REDEFINES ITAKU-OUT-REC.
           05  FILLER                  PIC X(01).
           05  QXT-KENSU               PIC 9(07).
           05  QXT-KINGAKU             PIC 9(13).
           05  FILLER                  PIC X(179).
       FD  JOTO-TSUCHI.
       01  JOTO-TSUCHI-REC.
           05  TSU-RECKBN              PIC 9(01).
      *        1:ヘッダ  2:債権譲渡通知  8:トレーラ
           05  TSU-KIGYOUCD            PIC 9(04).
           05  TSU-SUBRANGEKEY         PIC 9(04).
           05  TSU-NAIBUKAIINNO        PIC 9(08).
           05  TSU-SYOUKYAKUNO         PIC 9(08).
           05  TSU-SHIMEIKANA          PIC X(30).
           05  TSU-YUUBINNO            PIC X(07).
           05  TSU-JUSHOKANA           PIC X(42).
           05  TSU-JOTOSAKICD          PIC X(04).
           05  TSU-JOTOYMD             PIC 9(08).
           05  TSU-SAIKENKNG           PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        譲渡債権額（譲渡時の債権残高）
           05  TSU-SYOUKYAKUYMD        PIC 9(08).
           05  TSU-SAKUSEIYMD          PIC 9(08).
           05  TSU-KENSU               PIC 9(07).
      *        トレーラのみ:通知件数
       FD  ITAKU-RPTFILE.
       01  ITAKU-RPT-LINE              PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS105-STATUS        PIC X(02).
       01  WS-QTS249-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS019-STATUS        PIC X(02).
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01)     VALUE "N".
           88  WS-SHINKI                         VALUE "Y".
       01  WS-JOGAI-SW             PIC X(01)     VALUE "N".
           88  WS-JOGAI                          VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-R              REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY       PIC 9(04).
           05  WS-TODAY-MM         PIC 9(02).
           05  WS-TODAY-DD         PIC 9(02).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-SAITEIZAN            PIC 9(09)     VALUE ZERO.
       01  WS-KEIKATSUKI           PIC 9(02)     VALUE 6.
       01  WS-JOTOYMD              PIC 9(08).
      * 委託対象の償却年月上限（処理月－経過月数）
       01  WS-CUTOFF-YM            PIC 9(06).
       01  WS-SYOK-YM              PIC 9(06).
       01  WS-TSUKISU              PIC 9(06).
       01  WS-NEN                  PIC 9(04).
       01  WS-TSUKI                PIC 9(02).
       01  WS-ZANDAKA              PIC S9(11).
       01  WS-MANRYOYMD            PIC 9(08).
       01  WS-RIYU                 PIC X(01).
       01  WS-KAKAKU               PIC S9(11).
       01  WS-HAIBUN-ZAN           PIC S9(13).
       01  WS-BOKA-GOKEI           PIC S9(13)    VALUE ZERO.
       01  WS-JX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-JT-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-IDO-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-IDO-KNG              PIC 9(13)     VALUE ZERO.
       01  WS-SUMI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-JOGAI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TSUCHI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-JOTO-KAKAKU          PIC S9(13)    VALUE ZERO.
      * 譲渡対象債権（簿価按分用）
       01  WS-JT-TBL.
           05  WS-JT-ENT           OCCURS 2000.
             07  WS-JT-SYOKNO      PIC 9(08).
             07  WS-JT-BOKA        PIC S9(11).
       01  WS-RP-LINE.
           05  WS-RP-KBN           PIC X(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SYOKNO        PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-ZANDAKA       PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAKAKU        PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SAGAKU        PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RIYU          PIC X(01).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           EVALUATE PRM-SHORIKBN
               WHEN "1"
                   PERFORM 2000-ITAKU THRU 2000-EXIT
                           UNTIL WS-EOF
               WHEN "2"
                   PERFORM 3000-RECALL THRU 3000-EXIT
                           UNTIL WS-EOF
               WHEN "3"
                   PERFORM 4000-JOTO-SENTEI THRU 4000-EXIT
                           UNTIL WS-EOF
                   MOVE PRM-JOTOKAKAKU TO WS-HAIBUN-ZAN
                   PERFORM 4500-JOTO-KEIJO
                           VARYING WS-JX FROM 1 BY 1
                           UNTIL WS-JX > WS-JT-MAX
           END-EVALUATE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

      * パラメータ検証。処理区分・委託先の誤りと、譲渡価額のない
      * 譲渡指定は実行しない。
       1000-INITIALIZE.
           INITIALIZE WS-JT-TBL
           OPEN INPUT  ITAKU-PARAM
           READ ITAKU-PARAM
               AT END
                   MOVE SPACES TO ITAKU-PARAM-REC
           END-READ
           CLOSE ITAKU-PARAM
           IF  PRM-SHORIKBN NOT = "1" AND "2" AND "3"
               DISPLAY "QTS249B: SHORIKBN ERROR " PRM-SHORIKBN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF  PRM-SERVICERCD = SPACES
               DISPLAY "QTS249B: SERVICERCD MISETTEI"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF  PRM-SHORIKBN = "3"
               IF  PRM-JOTOKAKAKU NOT NUMERIC
               OR  PRM-JOTOKAKAKU = ZERO
                   DISPLAY "QTS249B: JOTOKAKAKU MISETTEI"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF  PRM-SAITEIZAN IS NUMERIC
               MOVE PRM-SAITEIZAN      TO WS-SAITEIZAN
           END-IF
           IF  PRM-KEIKATSUKI IS NUMERIC
               MOVE PRM-KEIKATSUKI     TO WS-KEIKATSUKI
           END-IF
           IF  PRM-SYOUKYAKUNO NOT NUMERIC
               MOVE ZERO               TO PRM-SYOUKYAKUNO
           END-IF
           MOVE WS-TODAY               TO WS-JOTOYMD
           IF  PRM-JOTOYMD IS NUMERIC
           AND PRM-JOTOYMD NOT = ZERO
               MOVE PRM-JOTOYMD        TO WS-JOTOYMD
           END-IF
           COMPUTE WS-TSUKISU = WS-TODAY-YYYY * 12
                              + WS-TODAY-MM - 1 - WS-KEIKATSUKI
           DIVIDE WS-TSUKISU BY 12 GIVING WS-NEN
                                   REMAINDER WS-TSUKI
           ADD 1 TO WS-TSUKI
           COMPUTE WS-CUTOFF-YM = WS-NEN * 100 + WS-TSUKI
           OPEN I-O    QTS105-LEDGER
           OPEN I-O    QTS249-ITAKU
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS019-KAINYU
           OPEN INPUT  QTS248-JIKOU
           OPEN OUTPUT ITAKU-OUTFILE
           OPEN OUTPUT JOTO-TSUCHI
           OPEN OUTPUT ITAKU-RPTFILE
           MOVE SPACES                 TO ITAKU-OUT-REC
           MOVE "1"                    TO QXI-RECKBN
           MOVE WS-TODAY               TO QXH-SAKUSEIYMD
           MOVE WS-NOW-TIME            TO QXH-SAKUSEITIME
           WRITE ITAKU-OUT-REC
           IF  PRM-SHORIKBN = "3"
               INITIALIZE JOTO-TSUCHI-REC
               MOVE 1                  TO TSU-RECKBN
               MOVE WS-TODAY           TO TSU-SAKUSEIYMD
               WRITE JOTO-TSUCHI-REC
           END-IF
           IF  PRM-SHORIKBN = "1"
               MOVE ZERO TO QTS105-PRMSYOUKYAKUNO
               START QTS105-LEDGER KEY >= QTS105-SEG
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
           ELSE
               MOVE ZERO TO QTS249-PRMSYOUKYAKUNO
               START QTS249-ITAKU KEY >= QTS249-SEG
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
           END-IF.

      ****************************************************************
      *    委託：償却後の経過月数・最低残高を満たし、未委託または
      *    解除済の債権を委託する。時効完成・援用済と介入中の会員は
      *    委託しない。
      ****************************************************************
       2000-ITAKU.
           READ QTS105-LEDGER NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF  QTS105-SYOUKYAKUSTS NOT = "3"
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-ZANDAKA = QTS105-SYOUKYAKUKNG - QTS105-KAISHUKNG
           IF  WS-ZANDAKA NOT > ZERO
           OR  WS-ZANDAKA < WS-SAITEIZAN
               GO TO 2000-EXIT
           END-IF
           DIVIDE QTS105-SYOUKYAKUYMD BY 100 GIVING WS-SYOK-YM
           IF  WS-SYOK-YM > WS-CUTOFF-YM
               GO TO 2000-EXIT
           END-IF
           MOVE "N"                    TO WS-SHINKI-SW
           MOVE QTS105-PRMSYOUKYAKUNO  TO QTS249-PRMSYOUKYAKUNO
           READ QTS249-ITAKU
               INVALID KEY
                   SET WS-SHINKI TO TRUE
           END-READ
           IF  NOT WS-SHINKI
               IF  QTS249-ITAKUSTS = "1" OR "3"
                   ADD 1 TO WS-SUMI-COUNT
                   GO TO 2000-EXIT
               END-IF
           END-IF
           PERFORM 5000-CHECK-JOGAI THRU 5000-EXIT
           IF  WS-JOGAI
               ADD 1 TO WS-JOGAI-COUNT
               MOVE "JOGAI"            TO WS-RP-KBN
               MOVE ZERO               TO WS-KAKAKU
               PERFORM 7000-WRITE-RPT
               GO TO 2000-EXIT
           END-IF
           IF  WS-SHINKI
               INITIALIZE QTS249-REC
               MOVE QTS105-PRMSYOUKYAKUNO TO QTS249-PRMSYOUKYAKUNO
               MOVE QTS105-KAI          TO QTS249-KAI
           END-IF
           MOVE PRM-SERVICERCD         TO QTS249-SERVICERCD
           MOVE "1"                    TO QTS249-ITAKUSTS
           MOVE WS-TODAY               TO QTS249-ITAKUYMD
           MOVE WS-ZANDAKA             TO QTS249-ITAKUZANDAKA
           MOVE ZERO                   TO QTS249-RECALLYMD
           MOVE SPACES                 TO QTS249-RECALLRIYU
           PERFORM 5900-SET-SHORI
           IF  WS-SHINKI
               WRITE QTS249-REC
                   INVALID KEY
                       DISPLAY "QTS249B: WRITE ERROR "
                           QTS249-PRMSYOUKYAKUNO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           ELSE
               REWRITE QTS249-REC
           END-IF
           MOVE "1"                    TO QXTS249-IDOKBN
           MOVE ZERO                   TO WS-KAKAKU
           PERFORM 6000-WRITE-IDO
           MOVE "ITAKU"                TO WS-RP-KBN
           PERFORM 7000-WRITE-RPT.

       2000-EXIT.
           EXIT.

      ****************************************************************
      *    委託解除：指定委託先の委託中債権のうち、回収終了（償却
      *    取下げ・残高なし）・時効完成・介入中となったものを自動で
      *    解除し、全件指定または個別指定の債権も解除する。
      ****************************************************************
       3000-RECALL.
           READ QTS249-ITAKU NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF  QTS249-ITAKUSTS NOT = "1"
           OR  QTS249-SERVICERCD NOT = PRM-SERVICERCD
               GO TO 3000-EXIT
           END-IF
           MOVE QTS249-PRMSYOUKYAKUNO  TO QTS105-PRMSYOUKYAKUNO
           READ QTS105-LEDGER
               INVALID KEY
                   INITIALIZE QTS105-REC
                   MOVE QTS249-PRMSYOUKYAKUNO TO QTS105-PRMSYOUKYAKUNO
                   MOVE QTS249-KAI     TO QTS105-KAI
           END-READ
           COMPUTE WS-ZANDAKA = QTS105-SYOUKYAKUKNG - QTS105-KAISHUKNG
           IF  QTS105-SYOUKYAKUSTS NOT = "3"
           OR  WS-ZANDAKA NOT > ZERO
               MOVE "3"                TO WS-RIYU
               MOVE ZERO               TO WS-MANRYOYMD
               GO TO 3000-KAIJO
           END-IF
           PERFORM 5000-CHECK-JOGAI THRU 5000-EXIT
           EVALUATE TRUE
               WHEN WS-JOGAI
                   CONTINUE
               WHEN PRM-ZENKENKBN = "1"
                   MOVE "4"            TO WS-RIYU
               WHEN PRM-SYOUKYAKUNO = QTS249-PRMSYOUKYAKUNO
                   MOVE "5"            TO WS-RIYU
               WHEN OTHER
                   GO TO 3000-EXIT
           END-EVALUATE.

       3000-KAIJO.
           MOVE "2"                    TO QTS249-ITAKUSTS
           MOVE WS-TODAY               TO QTS249-RECALLYMD
           MOVE WS-RIYU                TO QTS249-RECALLRIYU
           PERFORM 5900-SET-SHORI
           REWRITE QTS249-REC
           IF  WS-ZANDAKA < ZERO
               MOVE ZERO               TO WS-ZANDAKA
           END-IF
           MOVE "2"                    TO QXTS249-IDOKBN
           MOVE ZERO                   TO WS-KAKAKU
           PERFORM 6000-WRITE-IDO
           MOVE "RECALL"               TO WS-RP-KBN
           PERFORM 7000-WRITE-RPT.

       3000-EXIT.
           EXIT.

      ****************************************************************
      *    譲渡対象の選定：指定委託先へ委託中で償却残高のある債権を
      *    簿価とともに表へ積む。時効完成・援用済と介入中の会員の
      *    債権は譲渡しない。
      ****************************************************************
       4000-JOTO-SENTEI.
           READ QTS249-ITAKU NEXT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4000-EXIT
           END-READ
           IF  QTS249-ITAKUSTS NOT = "1"
           OR  QTS249-SERVICERCD NOT = PRM-SERVICERCD
               GO TO 4000-EXIT
           END-IF
           IF  PRM-SYOUKYAKUNO NOT = ZERO
           AND PRM-SYOUKYAKUNO NOT = QTS249-PRMSYOUKYAKUNO
               GO TO 4000-EXIT
           END-IF
           MOVE QTS249-PRMSYOUKYAKUNO  TO QTS105-PRMSYOUKYAKUNO
           READ QTS105-LEDGER
               INVALID KEY
                   DISPLAY "QTS249B: DAICHO NASHI "
                       QTS249-PRMSYOUKYAKUNO
                   GO TO 4000-EXIT
           END-READ
           COMPUTE WS-ZANDAKA = QTS105-SYOUKYAKUKNG - QTS105-KAISHUKNG
           IF  QTS105-SYOUKYAKUSTS NOT = "3"
           OR  WS-ZANDAKA NOT > ZERO
               ADD 1 TO WS-JOGAI-COUNT
               MOVE "3"                TO WS-RIYU
               MOVE "JOGAI"            TO WS-RP-KBN
               MOVE ZERO               TO WS-KAKAKU
               PERFORM 7000-WRITE-RPT
               GO TO 4000-EXIT
           END-IF
           PERFORM 5000-CHECK-JOGAI THRU 5000-EXIT
           IF  WS-JOGAI
               ADD 1 TO WS-JOGAI-COUNT
               MOVE "JOGAI"            TO WS-RP-KBN
               MOVE ZERO               TO WS-KAKAKU
               PERFORM 7000-WRITE-RPT
               GO TO 4000-EXIT
           END-IF
           IF  WS-JT-MAX >= 2000
               DISPLAY "QTS249B: JOTO TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JT-MAX
           MOVE QTS249-PRMSYOUKYAKUNO  TO WS-JT-SYOKNO(WS-JT-MAX)
           MOVE WS-ZANDAKA             TO WS-JT-BOKA(WS-JT-MAX)
           ADD WS-ZANDAKA              TO WS-BOKA-GOKEI.

       4000-EXIT.
           EXIT.

      ****************************************************************
      *    譲渡計上：一括譲渡価額を簿価で按分し（端数は最終債権で
      *    調整）、委託・譲渡管理に簿価・価額・差額を記録する。
      *    償却台帳は譲渡済とし、会員あての譲渡通知を作成する。
      ****************************************************************
       4500-JOTO-KEIJO.
           IF  WS-JX = WS-JT-MAX
               MOVE WS-HAIBUN-ZAN      TO WS-KAKAKU
           ELSE
               COMPUTE WS-KAKAKU = PRM-JOTOKAKAKU
                       * WS-JT-BOKA(WS-JX) / WS-BOKA-GOKEI
           END-IF
           SUBTRACT WS-KAKAKU          FROM WS-HAIBUN-ZAN
           ADD WS-KAKAKU               TO WS-JOTO-KAKAKU
           MOVE WS-JT-SYOKNO(WS-JX)    TO QTS249-PRMSYOUKYAKUNO
           READ QTS249-ITAKU
               INVALID KEY
                   DISPLAY "QTS249B: ITAKU NASHI "
                       WS-JT-SYOKNO(WS-JX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE WS-JT-SYOKNO(WS-JX)    TO QTS105-PRMSYOUKYAKUNO
           READ QTS105-LEDGER
               INVALID KEY
                   DISPLAY "QTS249B: DAICHO NASHI "
                       WS-JT-SYOKNO(WS-JX)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE WS-JT-BOKA(WS-JX)      TO WS-ZANDAKA
           MOVE "3"                    TO QTS249-ITAKUSTS
           MOVE WS-JOTOYMD             TO QTS249-JOTOYMD
           MOVE WS-ZANDAKA             TO QTS249-BOKAGAKU
           MOVE WS-KAKAKU              TO QTS249-JOTOKAKAKU
           COMPUTE QTS249-JOTOSAGAKU = WS-KAKAKU - WS-ZANDAKA
           PERFORM 5900-SET-SHORI
           REWRITE QTS249-REC
           MOVE "4"                    TO QTS105-SYOUKYAKUSTS
           MOVE WS-TODAY               TO QTS105-SVRKOUSHINYMD
           REWRITE QTS105-REC
           MOVE QTS249-KAIKIGYOUCD     TO QTS248-PRMKIGYOUCD
           MOVE QTS249-KAISUBRANGEKEY  TO QTS248-PRMSUBRANGEKEY
           MOVE QTS249-KAINAIBUKAIINNO TO QTS248-PRMNAIBUKAIINNO
           MOVE ZERO                   TO WS-MANRYOYMD
           READ QTS248-JIKOU
               NOT INVALID KEY
                   MOVE QTS248-MANRYOYMD TO WS-MANRYOYMD
           END-READ
           MOVE "3"                    TO QXTS249-IDOKBN
           MOVE SPACES                 TO WS-RIYU
           PERFORM 6000-WRITE-IDO
           PERFORM 6500-WRITE-TSUCHI
           MOVE "JOTO"                 TO WS-RP-KBN
           PERFORM 7000-WRITE-RPT.

      ****************************************************************
      *    委託・譲渡の除外判定。時効完成（未援用を含む）・援用済の
      *    債権は請求できず、介入中の会員には直接連絡できないため、
      *    いずれもサービサーへ渡さない。
      ****************************************************************
       5000-CHECK-JOGAI.
           MOVE "N"                    TO WS-JOGAI-SW
           MOVE SPACES                 TO WS-RIYU
           MOVE ZERO                   TO WS-MANRYOYMD
           MOVE QTS105-KAIKIGYOUCD     TO QTS248-PRMKIGYOUCD
           MOVE QTS105-KAISUBRANGEKEY  TO QTS248-PRMSUBRANGEKEY
           MOVE QTS105-KAINAIBUKAIINNO TO QTS248-PRMNAIBUKAIINNO
           READ QTS248-JIKOU
               INVALID KEY
                   MOVE SPACES         TO QTS248-JIKOUSTS
               NOT INVALID KEY
                   MOVE QTS248-MANRYOYMD TO WS-MANRYOYMD
           END-READ
           IF  QTS248-JIKOUSTS = "2" OR "3"
               SET WS-JOGAI            TO TRUE
               MOVE "1"                TO WS-RIYU
               GO TO 5000-EXIT
           END-IF
           MOVE QTS105-KAIKIGYOUCD     TO QTS019-PRMKIGYOUCD
           MOVE QTS105-KAISUBRANGEKEY  TO QTS019-PRMSUBRANGEKEY
           MOVE QTS105-KAINAIBUKAIINNO TO QTS019-PRMNAIBUKAIINNO
           READ QTS019-KAINYU
               INVALID KEY
                   MOVE SPACES         TO QTS019-KAINYUSTS
           END-READ
           IF  QTS019-KAINYUSTS = "1"
               SET WS-JOGAI            TO TRUE
               MOVE "2"                TO WS-RIYU
           END-IF.

       5000-EXIT.
           EXIT.

       5900-SET-SHORI.
           MOVE WS-TODAY               TO QTS249-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS249-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS249-SVRKOUSHINYMD.

      * サービサーあて連絡明細。残高・連絡先は現時点の台帳と会員
      * マスタから編集する。
       6000-WRITE-IDO.
           MOVE "2"                    TO QXI-RECKBN
           MOVE PRM-SERVICERCD         TO QXTS249-SERVICERCD
           MOVE QTS105-PRMSYOUKYAKUNO  TO QXTS249-SYOUKYAKUNO
           MOVE QTS105-KAIKIGYOUCD     TO QXTS249-KIGYOUCD
           MOVE QTS105-KAISUBRANGEKEY  TO QXTS249-SUBRANGEKEY
           MOVE QTS105-KAINAIBUKAIINNO TO QXTS249-NAIBUKAIINNO
           MOVE QTS105-SYOUKYAKUYMD    TO QXTS249-SYOUKYAKUYMD
           MOVE QTS105-SYOUKYAKUKNG    TO QXTS249-SYOUKYAKUKNG
           MOVE QTS105-KAISHUKNG       TO QXTS249-KAISHUKNG
           MOVE WS-ZANDAKA             TO QXTS249-ZANDAKA
           MOVE WS-MANRYOYMD           TO QXTS249-MANRYOYMD
           MOVE SPACES                 TO QXTS249-SHIMEIKANA
           MOVE SPACES                 TO QXTS249-YUUBINNO
           MOVE SPACES                 TO QXTS249-JUSHOKANA
           MOVE SPACES                 TO QXTS249-TELNO
           MOVE QTS105-KAIKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS105-KAISUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS105-KAINAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   DISPLAY "QTS249B: MEMBER NOT FOUND "
                       QTS010-PRM
               NOT INVALID KEY
                   MOVE QTS010-HONSHIMEIKANA TO QXTS249-SHIMEIKANA
                   MOVE QTS010-JTKYUUBINNO   TO QXTS249-YUUBINNO
                   MOVE QTS010-JTKJUSHOKANA  TO QXTS249-JUSHOKANA
                   MOVE QTS010-JTKTEL        TO QXTS249-TELNO
           END-READ
           IF  QXTS249-IDOKBN = "3"
               MOVE WS-JOTOYMD         TO QXTS249-IDOYMD
           ELSE
               MOVE WS-TODAY           TO QXTS249-IDOYMD
           END-IF
           MOVE WS-KAKAKU              TO QXTS249-JOTOKAKAKU
           MOVE WS-RIYU                TO QXTS249-RECALLRIYU
           WRITE ITAKU-OUT-REC
           ADD 1                       TO WS-IDO-COUNT
           ADD WS-ZANDAKA              TO WS-IDO-KNG.

      * 債権譲渡通知（譲渡人から債務者への通知）。宛先は会員
      * マスタの自宅住所とする。
       6500-WRITE-TSUCHI.
           INITIALIZE JOTO-TSUCHI-REC
           MOVE 2                      TO TSU-RECKBN
           MOVE QTS105-KAIKIGYOUCD     TO TSU-KIGYOUCD
           MOVE QTS105-KAISUBRANGEKEY  TO TSU-SUBRANGEKEY
           MOVE QTS105-KAINAIBUKAIINNO TO TSU-NAIBUKAIINNO
           MOVE QTS105-PRMSYOUKYAKUNO  TO TSU-SYOUKYAKUNO
           MOVE QXTS249-SHIMEIKANA     TO TSU-SHIMEIKANA
           MOVE QXTS249-YUUBINNO       TO TSU-YUUBINNO
           MOVE QXTS249-JUSHOKANA      TO TSU-JUSHOKANA
           MOVE PRM-SERVICERCD         TO TSU-JOTOSAKICD
           MOVE WS-JOTOYMD             TO TSU-JOTOYMD
           MOVE WS-ZANDAKA             TO TSU-SAIKENKNG
           MOVE QTS105-SYOUKYAKUYMD    TO TSU-SYOUKYAKUYMD
           MOVE WS-TODAY               TO TSU-SAKUSEIYMD
           WRITE JOTO-TSUCHI-REC
           ADD 1                       TO WS-TSUCHI-COUNT.

       7000-WRITE-RPT.
           MOVE QTS105-PRMSYOUKYAKUNO  TO WS-RP-SYOKNO
           MOVE QTS105-KAINAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE WS-ZANDAKA             TO WS-RP-ZANDAKA
           MOVE WS-KAKAKU              TO WS-RP-KAKAKU
           IF  WS-RP-KBN = "JOTO"
               COMPUTE WS-RP-SAGAKU = WS-KAKAKU - WS-ZANDAKA
           ELSE
               MOVE ZERO               TO WS-RP-SAGAKU
           END-IF
           MOVE WS-RIYU                TO WS-RP-RIYU
           MOVE WS-RP-LINE             TO ITAKU-RPT-LINE
           WRITE ITAKU-RPT-LINE.

       8000-WRITE-TRAILER.
           MOVE SPACES                 TO ITAKU-OUT-REC
           MOVE "8"                    TO QXI-RECKBN
           MOVE WS-IDO-COUNT           TO QXT-KENSU
           MOVE WS-IDO-KNG             TO QXT-KINGAKU
           WRITE ITAKU-OUT-REC
           IF  PRM-SHORIKBN = "3"
               INITIALIZE JOTO-TSUCHI-REC
               MOVE 8                  TO TSU-RECKBN
               MOVE WS-TODAY           TO TSU-SAKUSEIYMD
               MOVE WS-TSUCHI-COUNT    TO TSU-KENSU
               WRITE JOTO-TSUCHI-REC
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS249B: SHORIKBN=" PRM-SHORIKBN
                   " SERVICER=" PRM-SERVICERCD
                   " IDO=" WS-IDO-COUNT
                   " ZANDAKA=" WS-IDO-KNG
           DISPLAY "QTS249B: SUMI=" WS-SUMI-COUNT
                   " JOGAI=" WS-JOGAI-COUNT
           IF  PRM-SHORIKBN = "3"
               DISPLAY "QTS249B: JOTO BOKA=" WS-BOKA-GOKEI
                       " KAKAKU=" WS-JOTO-KAKAKU
                       " TSUCHI=" WS-TSUCHI-COUNT
           END-IF
           CLOSE QTS105-LEDGER
           CLOSE QTS249-ITAKU
           CLOSE QTS010-MASTER
           CLOSE QTS019-KAINYU
           CLOSE QTS248-JIKOU
           CLOSE ITAKU-OUTFILE
           CLOSE JOTO-TSUCHI
           CLOSE ITAKU-RPTFILE.
      *8...........2.........3.........4.........5........6........7.........8
