      *   000002   チェックポイント再開対応      FIP      26/09/03   *
      *   000003   支払サイクル別締め対応        FIP      26/09/03   *
      *   000004   再開時の重複出力防止          FIP      26/09/03   *
      *   000005   あとからリボ分の加算          FIP      26/10/15   *
      *   000006   抗弁による支払停止分の除外    FIP      26/10/15   *
      *   000007   支払コース変更の締め時適用    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS103B.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QCS032-JOBID
                   FILE STATUS IS WS-QCS032-STATUS.
           SELECT  QTS261-HENKAN   ASSIGN TO "QTS261"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS261-SEG
                   FILE STATUS IS WS-QTS261-STATUS.
           SELECT  QTS295-KOUBEN   ASSIGN TO "QTS295"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS295-SEG
                   FILE STATUS IS WS-QTS295-STATUS.
           SELECT  QTS311-RIREKI   ASSIGN TO "QTS311"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS311-PRM
                   FILE STATUS IS WS-QTS311-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CYCLE-PARAMFILE.
       FD  QCS032-CKPT.
       01  QCS032-REC.
           COPY QCS032 REPLACING ==()== BY ==QCS032==.
       FD  QTS261-HENKAN.
       01  QTS261-REC.
           COPY QTS261 REPLACING ==()== BY ==QTS261==.
       FD  QTS295-KOUBEN.
       01  QTS295-REC.
           COPY QTS295 REPLACING ==()== BY ==QTS295==.
       FD  QTS311-RIREKI.
       01  QTS311-REC.
           COPY QTS311 REPLACING ==()== BY ==QTS311==.
       FD  RIBO-SEIKYUFILE.
       01  RIBO-SEIKYU-REC.
           05  RBS-PRMKIGYOUCD         PIC 9(04).
       01  WS-QTS150-STATUS        PIC X(02).
       01  WS-QTS103-STATUS        PIC X(02).
       01  WS-QCS032-STATUS        PIC X(02).
       01  WS-QTS261-STATUS        PIC X(02).
       01  WS-QTS295-STATUS        PIC X(02).
       01  WS-QTS311-STATUS        PIC X(02).
       01  WS-CH-EOF-SW            PIC X(01).
           88  WS-CH-EOF                         VALUE "Y".
       01  WS-CH-TEKIYO-SW         PIC X(01).
           88  WS-CH-TEKIYO                      VALUE "Y".
       01  WS-COURSE-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KB-EOF-SW            PIC X(01).
           88  WS-KB-EOF                         VALUE "Y".
       01  WS-HORYU-GAKU           PIC S9(11).
       01  WS-HORYU-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-HK-EOF-SW            PIC X(01)     VALUE "N".
           88  WS-HK-EOF                         VALUE "Y".
       01  WS-HK-SEG               PIC X(23).
       01  WS-RUN-NENGETU          PIC 9(06)     VALUE ZERO.
       01  WS-ATOKARA-GAKU         PIC S9(11).
       01  WS-ATOKARA-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-CKPT-FOUND-SW        PIC X(01)     VALUE "N".
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CALC-REVOLVING THRU 2900-NEXT-EXT
                   UNTIL WS-EOF
           PERFORM 7000-ATOKARA-ONLY THRU 7000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

           END-READ
           CLOSE CYCLE-PARAMFILE
           OPEN INPUT  RIBO-EXTFILE
           OPEN I-O    QTS010-MASTER
           OPEN INPUT  QTS150-CODETBL
           OPEN I-O    QTS103-RIBOFILE
           OPEN I-O    QCS032-CKPT
           OPEN EXTEND RIBO-SEIKYUFILE
           OPEN INPUT  QTS261-HENKAN
           OPEN INPUT  QTS295-KOUBEN
           OPEN I-O    QTS311-RIREKI
           MOVE "QTS103B " TO QCS032-JOBID
           READ QCS032-CKPT
               INVALID KEY
           END-READ
           READ RIBO-EXTFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               MOVE RBX-SEIKYUNENGETU TO WS-RUN-NENGETU
           END-IF.

      * リボ指定会員ごとに前月の繰越残高を取り出して当月分を
      * ロールフォワードし、QTS150の契約手数料率で手数料を、
                           NOT = PRM-SHIHARAIBI
                       ADD 1 TO WS-CYCLE-SKIP-COUNT
                   ELSE
                       PERFORM 2050-APPLY-COURSE
                       PERFORM 2100-CHECK-SITEI
                   END-IF
           END-READ
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 支払コース変更（QTS311M受付）のうち適用請求年月が当月以前
      * の適用待ちを、月々指定を取り出す前に会員マスタへ反映して
      * 適用済とする。同じＳ・Ｃ区分に複数あれば受付の新しいもの
      * が残る（受付時に前の適用待ちは取消済のはず）。
       2050-APPLY-COURSE.
           MOVE "N" TO WS-CH-EOF-SW
           MOVE "N" TO WS-CH-TEKIYO-SW
           MOVE RBX-PRMKIGYOUCD      TO QTS311-PRMKIGYOUCD
           MOVE RBX-PRMSUBRANGEKEY   TO QTS311-PRMSUBRANGEKEY
           MOVE RBX-PRMNAIBUKAIINNO  TO QTS311-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS311-PRMUKETSUKEYMD
           MOVE ZERO                 TO QTS311-PRMRENBAN
           START QTS311-RIREKI KEY >= QTS311-PRM
               INVALID KEY SET WS-CH-EOF TO TRUE
           END-START
           PERFORM 2060-READ-COURSE UNTIL WS-CH-EOF
           IF  WS-CH-TEKIYO
               MOVE WS-TODAY         TO QTS010-SVRKOUSHINYMD
               REWRITE QTS010-REC
               ADD 1 TO WS-COURSE-COUNT
           END-IF.

       2060-READ-COURSE.
           READ QTS311-RIREKI NEXT
               AT END SET WS-CH-EOF TO TRUE
           END-READ
           IF  NOT WS-CH-EOF
               IF  QTS311-PRMKIGYOUCD     = RBX-PRMKIGYOUCD
               AND QTS311-PRMSUBRANGEKEY  = RBX-PRMSUBRANGEKEY
               AND QTS311-PRMNAIBUKAIINNO = RBX-PRMNAIBUKAIINNO
                   IF  QTS311-SHOPCASHKBN   = RBX-SHOPCASHKBN
                   AND QTS311-HENKOUSTS     = "1"
                   AND QTS311-TEKIYONENGETU <= RBX-SEIKYUNENGETU
                       PERFORM 2070-TEKIYO-COURSE
                   END-IF
               ELSE
                   SET WS-CH-EOF TO TRUE
               END-IF
           END-IF.

       2070-TEKIYO-COURSE.
           IF  RBX-SHOPCASHKBN = "S"
               MOVE QTS311-SHNMAITSUKI TO QTS010-REVSMAITSUKI
               MOVE QTS311-SHNBONUS    TO QTS010-REVSBONUS
           ELSE
               MOVE QTS311-SHNMAITSUKI TO QTS010-REVCMAITSUKI
               MOVE QTS311-SHNBONUS    TO QTS010-REVCBONUS
           END-IF
           MOVE "2"                  TO QTS311-HENKOUSTS
           MOVE WS-TODAY             TO QTS311-TEKIYOYMD
           MOVE WS-TODAY             TO QTS311-SVRKOUSHINYMD
           REWRITE QTS311-REC
           SET WS-CH-TEKIYO TO TRUE.

       2100-CHECK-SITEI.
           IF  RBX-SHOPCASHKBN = "S"
               MOVE QTS010-REVSMAITSUKI TO WS-MAITSUKI-CD
               NOT INVALID KEY
                   MOVE QTS103-KURIKOSHIZAN TO WS-ZENZAN
           END-READ
           MOVE ZERO TO WS-ATOKARA-GAKU
           MOVE ZERO TO WS-HORYU-GAKU
           IF  RBX-SHOPCASHKBN = "S"
               PERFORM 3100-SUM-ATOKARA
               PERFORM 3200-SUM-HORYU
           END-IF
           PERFORM 4000-CALC-SEIKYU.

      * あとからリボへ変更済（QTS261B実行済）で初回請求年月が当月
      * の明細を当月のショッピング利用額に加える。申込ファイルの
      * 内容から毎回求めるため、再実行しても二重にならない。
       3100-SUM-ATOKARA.
           MOVE "N" TO WS-HK-EOF-SW
           MOVE RBX-PRMKIGYOUCD      TO QTS261-PRMKIGYOUCD
           MOVE RBX-PRMSUBRANGEKEY   TO QTS261-PRMSUBRANGEKEY
           MOVE RBX-PRMNAIBUKAIINNO  TO QTS261-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS261-PRMTORIHIKINO
           START QTS261-HENKAN KEY >= QTS261-SEG
               INVALID KEY SET WS-HK-EOF TO TRUE
           END-START
           PERFORM 3110-READ-ATOKARA UNTIL WS-HK-EOF.

       3110-READ-ATOKARA.
           READ QTS261-HENKAN NEXT
               AT END SET WS-HK-EOF TO TRUE
           END-READ
           IF  NOT WS-HK-EOF
               IF  QTS261-PRMKIGYOUCD     = RBX-PRMKIGYOUCD
               AND QTS261-PRMSUBRANGEKEY  = RBX-PRMSUBRANGEKEY
               AND QTS261-PRMNAIBUKAIINNO = RBX-PRMNAIBUKAIINNO
                   IF  QTS261-HENKANKBN     = "R"
                   AND QTS261-HENKANSTS     = "2"
                   AND QTS261-SEIKYUNENGETU = RBX-SEIKYUNENGETU
                       ADD QTS261-HENKANKNG TO WS-ATOKARA-GAKU
                   END-IF
               ELSE
                   SET WS-HK-EOF TO TRUE
               END-IF
           END-IF.

      * 抗弁の接続で支払停止中のリボ払明細（ショッピング）の
      * 金額を集計する。停止中の金額は残高には残したまま、手数料
      * の計算基礎と元本充当の対象から外す。
       3200-SUM-HORYU.
           MOVE "N" TO WS-KB-EOF-SW
           MOVE RBX-PRMKIGYOUCD      TO QTS295-PRMKIGYOUCD
           MOVE RBX-PRMSUBRANGEKEY   TO QTS295-PRMSUBRANGEKEY
           MOVE RBX-PRMNAIBUKAIINNO  TO QTS295-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS295-PRMTORIHIKINO
           START QTS295-KOUBEN KEY >= QTS295-SEG
               INVALID KEY SET WS-KB-EOF TO TRUE
           END-START
           PERFORM 3210-READ-HORYU UNTIL WS-KB-EOF
           IF  WS-HORYU-GAKU > ZERO
               ADD 1 TO WS-HORYU-COUNT
           END-IF.

       3210-READ-HORYU.
           READ QTS295-KOUBEN NEXT
               AT END SET WS-KB-EOF TO TRUE
           END-READ
           IF  NOT WS-KB-EOF
               IF  QTS295-PRMKIGYOUCD     = RBX-PRMKIGYOUCD
               AND QTS295-PRMSUBRANGEKEY  = RBX-PRMSUBRANGEKEY
               AND QTS295-PRMNAIBUKAIINNO = RBX-PRMNAIBUKAIINNO
                   IF  QTS295-KOUBENSTS    = "1"
                   AND QTS295-SHIHARAIHOHO = 80
                       ADD QTS295-HORYUKNG TO WS-HORYU-GAKU
                   END-IF
               ELSE
                   SET WS-KB-EOF TO TRUE
               END-IF
           END-IF.

      * 約定最低支払額は月々指定コード×５千円。手数料は繰越残高
      * に対する月利（年率／１２）とし、元本充当は指定額と残高の
      * 小さい方とする。抗弁による支払停止分は手数料の基礎残高と
      * 元本充当の対象残高から除く（繰越残高には残す）。
       4000-CALC-SEIKYU.
           COMPUTE WS-KURIKOSHI =
               WS-ZENZAN + RBX-TOUGETSURIYOU + WS-ATOKARA-GAKU
               - RBX-TOUGETSUNYUKIN
           IF  WS-ZENZAN > WS-HORYU-GAKU
               COMPUTE WS-TESURYO ROUNDED =
                   (WS-ZENZAN - WS-HORYU-GAKU) * WS-RIBO-RITSU / 1200
           ELSE
               MOVE ZERO             TO WS-TESURYO
           END-IF
           COMPUTE WS-SITEI-GAKU = WS-MAITSUKI-CD * 5000
           IF  WS-SITEI-GAKU > WS-KURIKOSHI - WS-HORYU-GAKU
               COMPUTE WS-GENPON = WS-KURIKOSHI - WS-HORYU-GAKU
           ELSE
               MOVE WS-SITEI-GAKU    TO WS-GENPON
           END-IF
           IF  WS-GENPON < ZERO
               MOVE ZERO             TO WS-GENPON
           END-IF
           PERFORM 5000-WRITE-RESULT THRU 5000-EXIT.

      * 再開ランでは、保存点以降に前回ランが書き終えていた会員
      * （当月行が本日付で既に存在する）の請求ストリーム出力を
           MOVE RBX-SEIKYUNENGETU    TO QTS103-PRMSEIKYUNENGETU
           MOVE RBX-SHOPCASHKBN      TO QTS103-PRMSHOPCASHKBN
           MOVE WS-ZENZAN            TO QTS103-ZENGETSUZAN
           COMPUTE QTS103-TOUGETSURIYOU =
               RBX-TOUGETSURIYOU + WS-ATOKARA-GAKU
           MOVE RBX-TOUGETSUNYUKIN   TO QTS103-TOUGETSUNYUKIN
           MOVE WS-RIBO-RITSU        TO QTS103-TESURYORITSU
           MOVE WS-TESURYO           TO QTS103-TESURYOGAKU
       5000-EXIT.
           EXIT.

      * 当月の抽出データに無い（当月利用・入金の無い）会員でも、
      * あとからリボ変更分があれば当月行を作成する。当月行が本日
      * 計算済の会員（抽出分・同一会員の２件目以降・再開前の出力
      * 済分）は対象外。チェックポイントの保存点は抽出データの
      * キー順のため、ここでは更新しない。支払コース変更の適用は
      * 抽出分と同様に月々指定の取出し前に行う。
       7000-ATOKARA-ONLY.
           IF  WS-RUN-NENGETU = ZERO
               GO TO 7000-EXIT
           END-IF
           MOVE "N" TO WS-HK-EOF-SW
           MOVE ZERO TO QTS261-PRMKIGYOUCD
           MOVE ZERO TO QTS261-PRMSUBRANGEKEY
           MOVE ZERO TO QTS261-PRMNAIBUKAIINNO
           MOVE ZERO TO QTS261-PRMTORIHIKINO
           START QTS261-HENKAN KEY >= QTS261-SEG
               INVALID KEY SET WS-HK-EOF TO TRUE
           END-START
           PERFORM 7100-PICK-ATOKARA THRU 7100-EXIT
               UNTIL WS-HK-EOF.

       7000-EXIT.
           EXIT.

       7100-PICK-ATOKARA.
           READ QTS261-HENKAN NEXT
               AT END
                   SET WS-HK-EOF TO TRUE
                   GO TO 7100-EXIT
           END-READ
           IF  QTS261-HENKANKBN     NOT = "R"
           OR  QTS261-HENKANSTS     NOT = "2"
           OR  QTS261-SEIKYUNENGETU NOT = WS-RUN-NENGETU
               GO TO 7100-EXIT
           END-IF
           MOVE QTS261-SEG             TO WS-HK-SEG
           MOVE QTS261-PRMKIGYOUCD     TO QTS103-PRMKIGYOUCD
           MOVE QTS261-PRMSUBRANGEKEY  TO QTS103-PRMSUBRANGEKEY
           MOVE QTS261-PRMNAIBUKAIINNO TO QTS103-PRMNAIBUKAIINNO
           MOVE WS-RUN-NENGETU         TO QTS103-PRMSEIKYUNENGETU
           MOVE "S"                    TO QTS103-PRMSHOPCASHKBN
           READ QTS103-RIBOFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS103-SVRKOUSHINYMD = WS-TODAY
                       GO TO 7100-EXIT
                   END-IF
           END-READ
           MOVE WS-RUN-NENGETU         TO RBX-SEIKYUNENGETU
           MOVE QTS261-PRMKIGYOUCD     TO RBX-PRMKIGYOUCD
           MOVE QTS261-PRMSUBRANGEKEY  TO RBX-PRMSUBRANGEKEY
           MOVE QTS261-PRMNAIBUKAIINNO TO RBX-PRMNAIBUKAIINNO
           MOVE "S"                    TO RBX-SHOPCASHKBN
           MOVE ZERO                   TO RBX-TOUGETSURIYOU
           MOVE ZERO                   TO RBX-TOUGETSUNYUKIN
           MOVE RBX-PRMKIGYOUCD        TO QTS010-PRMKIGYOUCD
           MOVE RBX-PRMSUBRANGEKEY     TO QTS010-PRMSUBRANGEKEY
           MOVE RBX-PRMNAIBUKAIINNO    TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
               NOT INVALID KEY
                   IF  PRM-SHIHARAIBI > ZERO
                   AND QTS010-SIHARAIYOTEIBI
                           NOT = PRM-SHIHARAIBI
                       ADD 1 TO WS-CYCLE-SKIP-COUNT
                   ELSE
                       ADD 1 TO WS-ATOKARA-COUNT
                       PERFORM 2050-APPLY-COURSE
                       PERFORM 2100-CHECK-SITEI
                   END-IF
           END-READ
           MOVE WS-HK-SEG              TO QTS261-SEG
           START QTS261-HENKAN KEY > QTS261-SEG
               INVALID KEY SET WS-HK-EOF TO TRUE
           END-START.

       7100-EXIT.
           EXIT.

       8000-SAVE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO QCS032-CHKPTYMD
           MOVE FUNCTION CURRENT-DATE(9:6) TO QCS032-CHKPTTIME
                   " SKIP=" WS-SKIP-COUNT
                   " CYCLE-SKIP=" WS-CYCLE-SKIP-COUNT
                   " SAIKAI-SKIP=" WS-RESTART-SKIP-COUNT
                   " ATOKARA-ONLY=" WS-ATOKARA-COUNT
                   " KOUBEN-HORYU=" WS-HORYU-COUNT
                   " COURSE-HENKOU=" WS-COURSE-COUNT
                   " RUIKEI=" QCS032-RECCOUNT
           CLOSE RIBO-EXTFILE
           CLOSE QTS010-MASTER
           CLOSE QTS150-CODETBL
           CLOSE QTS103-RIBOFILE
           CLOSE QCS032-CKPT
           CLOSE QTS261-HENKAN
           CLOSE QTS295-KOUBEN
           CLOSE QTS311-RIREKI
           CLOSE RIBO-SEIKYUFILE.
