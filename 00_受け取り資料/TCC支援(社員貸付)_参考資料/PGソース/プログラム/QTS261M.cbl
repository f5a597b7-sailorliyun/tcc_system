      *8...........2.........3.........4.........5........6........7.........8
      *    QTS261M
      ****************************************************************
      *                あとからリボ・分割申込受付処理                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員からの支払方法変更（一括払→リボ払・分割払）の申込を
      *    あとからリボ・分割申込ファイル（QTS261）へ受け付ける。
      *    変更の実行（手数料計算・入金分解の組替え）は夜間の
      *    QTS261Bが行うため、ここでは対象明細・締め・リボコースの
      *    事前確認のみ行い、実行前であれば変更・取消を受け付ける。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS261M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ATK-TRANFILE    ASSIGN TO "QTS261TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS261-HENKAN   ASSIGN TO "QTS261"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS261-SEG
                   FILE STATUS IS WS-QTS261-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS050-PRM
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS100-PRM
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS170-CTLFILE  ASSIGN TO "QTS170"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS170-PRM
                   FILE STATUS IS WS-QTS170-STATUS.
           SELECT  QTS129-KENGEN   ASSIGN TO "QTS129"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS129-SEG
                   FILE STATUS IS WS-QTS129-STATUS.
           SELECT  QTS133-ROLEKYOKA ASSIGN TO "QTS133"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS133-SEG
                   FILE STATUS IS WS-QTS133-STATUS.
           SELECT  QTS025-JOURNAL  ASSIGN TO "QTS025"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QTS025-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ATK-TRANFILE.
       01  ATK-TRAN-REC.
           05  ATK-ACTIONKBN           PIC 9(01).
      *        1:申込受付  2:申込変更  3:申込取消
           05  ATK-PRMKIGYOUCD         PIC 9(04).
           05  ATK-PRMSUBRANGEKEY      PIC 9(04).
           05  ATK-PRMNAIBUKAIINNO     PIC 9(08).
           05  ATK-PRMTORIHIKINO       PIC 9(07).
           05  ATK-HENKANKBN           PIC X(01).
               88  ATK-RIBO                      VALUE "R".
               88  ATK-BUNKATSU                  VALUE "B".
           05  ATK-BUNKATSUKAISU       PIC 9(03).
      *        分割のみ。回数の可否はQTS200の回数範囲でQTS261Bが判定
           05  ATK-OPERATORID          PIC X(08).
           05  ATK-TABANO              PIC X(05).
       FD  QTS261-HENKAN.
       01  QTS261-REC.
           COPY QTS261 REPLACING ==()== BY ==QTS261==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS170-CTLFILE.
       01  QTS170-REC.
           COPY QTS170 REPLACING ==()== BY ==QTS170==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS261-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS170-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-BUN-EOF-SW           PIC X(01).
           88  WS-BUN-EOF                        VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 請求書編集の締め（処理コントロール本サイクルの請求年月と
      * 締年月日）
       01  WS-SHIME-NENGETU        PIC 9(06)     VALUE ZERO.
       01  WS-SHIME-YMD            PIC 9(08)     VALUE ZERO.
       01  WS-BUN-NENGETU          PIC 9(06).
       01  WS-FUKA-RIYU            PIC X(02).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-UKETSUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-HENKOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  ATK-TRANFILE
           OPEN I-O    QTS261-HENKAN
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS050-URIAGE
           OPEN INPUT  QTS100-BUNKAI
           OPEN INPUT  QTS170-CTLFILE
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           MOVE "1" TO QTS170-PRMRRECKBN
           READ QTS170-CTLFILE
               INVALID KEY
                   DISPLAY "QTS261M: QTS170 HONCYCLE NASHI"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   COMPUTE WS-SHIME-NENGETU =
                       QTS170-SKNSEIKYUNEN * 100
                       + QTS170-SKNSEIKYUTSUKI
                   COMPUTE WS-SHIME-YMD =
                       QTS170-SMNSIMENEN * 10000
                       + QTS170-SMNSIMETSUKI * 100
                       + QTS170-SMNSIMEBI
           END-READ
           CLOSE QTS170-CTLFILE
           READ ATK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE ATK-PRMKIGYOUCD      TO QTS261-PRMKIGYOUCD
           MOVE ATK-PRMSUBRANGEKEY   TO QTS261-PRMSUBRANGEKEY
           MOVE ATK-PRMNAIBUKAIINNO  TO QTS261-PRMNAIBUKAIINNO
           MOVE ATK-PRMTORIHIKINO    TO QTS261-PRMTORIHIKINO
           EVALUATE ATK-ACTIONKBN
               WHEN 1
                   PERFORM 3000-UKETSUKE THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-HENKOU THRU 4000-EXIT
               WHEN 3
                   PERFORM 5000-TORIKESHI
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS261M: BAD ACTION " ATK-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ ATK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE ATK-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS261M"       TO QTS133-PRMTRANID
                       READ QTS133-ROLEKYOKA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  QTS133-KYOKAKBN = "1"
                                   SET WS-KENGEN-OK TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ
           IF  NOT WS-KENGEN-OK
               ADD 1 TO WS-KENGEN-NG-COUNT
               DISPLAY "QTS261M: KENGEN NASHI " ATK-OPERATORID
           END-IF.

      * 申込受付。変更不可・取消済の申込が残っていれば新しい申込で
      * 置き換える。
       3000-UKETSUKE.
           MOVE "N" TO WS-SHINKI-SW
           READ QTS261-HENKAN
               INVALID KEY
                   SET WS-SHINKI TO TRUE
           END-READ
           IF  NOT WS-SHINKI
               IF  QTS261-HENKANSTS = "1" OR "2"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS261M: MOUSHIKOMIZUMI " QTS261-SEG
                   GO TO 3000-EXIT
               END-IF
               MOVE QTS261-REC       TO WS-JN-BEFORE
           ELSE
               MOVE SPACES           TO WS-JN-BEFORE
           END-IF
           PERFORM 6000-CHECK-MEISAI THRU 6000-EXIT
           IF  WS-FUKA-RIYU NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS261M: UKETSUKE FUKA " WS-FUKA-RIYU
                       " " QTS261-SEG
               GO TO 3000-EXIT
           END-IF
           INITIALIZE QTS261-REC
           MOVE ATK-PRMKIGYOUCD      TO QTS261-PRMKIGYOUCD
           MOVE ATK-PRMSUBRANGEKEY   TO QTS261-PRMSUBRANGEKEY
           MOVE ATK-PRMNAIBUKAIINNO  TO QTS261-PRMNAIBUKAIINNO
           MOVE ATK-PRMTORIHIKINO    TO QTS261-PRMTORIHIKINO
           MOVE WS-TODAY             TO QTS261-UKETSUKEYMD
           PERFORM 3100-SET-MOUSHIKOMI
           MOVE "1"                  TO QTS261-HENKANSTS
           MOVE SPACES               TO QTS261-FUKARIYU
           MOVE ATK-OPERATORID       TO QTS261-OPERATORID
           MOVE WS-TODAY             TO QTS261-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS261-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS261M: TOUROKU NG " QTS261-SEG
                       GO TO 3000-EXIT
               END-WRITE
               MOVE "A"              TO WS-JN-ACTION
           ELSE
               REWRITE QTS261-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS261M: KOUSHIN NG " QTS261-SEG
                       GO TO 3000-EXIT
               END-REWRITE
               MOVE "C"              TO WS-JN-ACTION
           END-IF
           ADD 1 TO WS-UKETSUKE-COUNT
           MOVE QTS261-REC           TO WS-JN-AFTER
           MOVE QTS261-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 受付時点の明細内容（支払方法・金額・利用日・請求年月）を
      * 申込に写す。手数料は実行時にQTS261Bが確定する。
       3100-SET-MOUSHIKOMI.
           MOVE ATK-HENKANKBN        TO QTS261-HENKANKBN
           IF  ATK-RIBO
               MOVE ZERO             TO QTS261-BUNKATSUKAISU
               MOVE 80               TO QTS261-SHNSHIHARAIHOHO
           ELSE
               MOVE ATK-BUNKATSUKAISU TO QTS261-BUNKATSUKAISU
               MOVE 61               TO QTS261-SHNSHIHARAIHOHO
           END-IF
           MOVE QTS050-GKGSHIHARAIHOHO TO QTS261-KYUSHIHARAIHOHO
           MOVE QTS050-RIYOUBI       TO QTS261-RIYOUYMD
           MOVE QTS050-GKGRIYOUKNG   TO QTS261-HENKANKNG
           MOVE WS-BUN-NENGETU       TO QTS261-SEIKYUNENGETU
           MOVE ZERO                 TO QTS261-TESURYORITSU
           MOVE ZERO                 TO QTS261-TESURYOGAKU.

      * 実行前（受付状態）の申込に限り、変更区分・回数を変更する。
       4000-HENKOU.
           READ QTS261-HENKAN
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS261M: MOUSHIKOMI NASHI " QTS261-SEG
                   GO TO 4000-EXIT
           END-READ
           IF  QTS261-HENKANSTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS261M: HENKOU FUKA STS "
                       QTS261-HENKANSTS " " QTS261-SEG
               GO TO 4000-EXIT
           END-IF
           MOVE QTS261-REC           TO WS-JN-BEFORE
           PERFORM 6000-CHECK-MEISAI THRU 6000-EXIT
           IF  WS-FUKA-RIYU NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS261M: HENKOU FUKA " WS-FUKA-RIYU
                       " " QTS261-SEG
               GO TO 4000-EXIT
           END-IF
           PERFORM 3100-SET-MOUSHIKOMI
           MOVE ATK-OPERATORID       TO QTS261-OPERATORID
           MOVE WS-TODAY             TO QTS261-SVRKOUSHINYMD
           REWRITE QTS261-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS261M: KOUSHIN NG " QTS261-SEG
                   GO TO 4000-EXIT
           END-REWRITE
           ADD 1 TO WS-HENKOU-COUNT
           MOVE "C"                  TO WS-JN-ACTION
           MOVE QTS261-REC           TO WS-JN-AFTER
           MOVE QTS261-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

      * 実行前の申込を取り消す（実行済の変更は戻さない）。
       5000-TORIKESHI.
           READ QTS261-HENKAN
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS261M: MOUSHIKOMI NASHI " QTS261-SEG
               NOT INVALID KEY
                   IF  QTS261-HENKANSTS = "1"
                       MOVE QTS261-REC     TO WS-JN-BEFORE
                       MOVE "9"            TO QTS261-HENKANSTS
                       MOVE ATK-OPERATORID TO QTS261-OPERATORID
                       MOVE WS-TODAY       TO QTS261-SVRKOUSHINYMD
                       REWRITE QTS261-REC
                       ADD 1 TO WS-TORIKESHI-COUNT
                       MOVE "C"            TO WS-JN-ACTION
                       MOVE QTS261-REC     TO WS-JN-AFTER
                       MOVE QTS261-SEG     TO WS-JN-KEYINFO
                       PERFORM 9100-WRITE-JOURNAL
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS261M: TORIKESHI FUKA STS "
                               QTS261-HENKANSTS " " QTS261-SEG
                   END-IF
           END-READ.

      * 申込内容と対象明細の事前確認。不可の場合は理由コードを
      * WS-FUKA-RIYUに返す（QTS261-FUKARIYUと同じコード体系）。
       6000-CHECK-MEISAI.
           MOVE SPACES TO WS-FUKA-RIYU
           IF  NOT ATK-RIBO
           AND NOT ATK-BUNKATSU
               MOVE "04" TO WS-FUKA-RIYU
               GO TO 6000-EXIT
           END-IF
           IF  ATK-BUNKATSU
           AND ATK-BUNKATSUKAISU < 2
               MOVE "04" TO WS-FUKA-RIYU
               GO TO 6000-EXIT
           END-IF
           MOVE ATK-PRMKIGYOUCD      TO QTS050-PRMKIGYOUCD
           MOVE ATK-PRMSUBRANGEKEY   TO QTS050-PRMSUBRANGEKEY
           MOVE ATK-PRMNAIBUKAIINNO  TO QTS050-PRMNAIBUKAIINNO
           MOVE ATK-PRMTORIHIKINO    TO QTS050-PRMTORIHIKINO
           READ QTS050-URIAGE
               INVALID KEY
                   MOVE "01" TO WS-FUKA-RIYU
                   GO TO 6000-EXIT
           END-READ
           IF  QTS050-GKGSHIHARAIHOHO NOT = 1
           OR  QTS050-GKGKEISANSUMISIGN = "K"
           OR  QTS050-GKGRIYOUKNG NOT > ZERO
               MOVE "02" TO WS-FUKA-RIYU
               GO TO 6000-EXIT
           END-IF
           IF  ATK-RIBO
               MOVE ATK-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
               MOVE ATK-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
               MOVE ATK-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
               READ QTS010-MASTER
                   INVALID KEY
                       MOVE "01" TO WS-FUKA-RIYU
                       GO TO 6000-EXIT
               END-READ
               IF  QTS010-TRSSREVOLVING NOT = 1
               OR  QTS010-REVSMAITSUKI = ZERO
                   MOVE "05" TO WS-FUKA-RIYU
                   GO TO 6000-EXIT
               END-IF
           END-IF
           PERFORM 6100-FIND-BUNKAI
           IF  WS-BUN-NENGETU = ZERO
               MOVE "06" TO WS-FUKA-RIYU
               GO TO 6000-EXIT
           END-IF
      *    請求年月が締め済の請求月以前なら請求書に載っている。
      *    当月請求分は締年月日当日まで受け付ける。
           IF  WS-BUN-NENGETU < WS-SHIME-NENGETU
               MOVE "03" TO WS-FUKA-RIYU
               GO TO 6000-EXIT
           END-IF
           IF  WS-BUN-NENGETU = WS-SHIME-NENGETU
           AND WS-TODAY > WS-SHIME-YMD
               MOVE "03" TO WS-FUKA-RIYU
           END-IF.

       6000-EXIT.
           EXIT.

      * 当該明細の一括払の入金分解（入金明細番号＝取引通番、未入金）
      * から請求年月を得る。見つからなければゼロ。
       6100-FIND-BUNKAI.
           MOVE ZERO TO WS-BUN-NENGETU
           MOVE "N"  TO WS-BUN-EOF-SW
           MOVE ATK-PRMKIGYOUCD      TO QTS100-PRMKIGYOUCD
           MOVE ATK-PRMSUBRANGEKEY   TO QTS100-PRMSUBRANJIKEY
           MOVE ATK-PRMNAIBUKAIINNO  TO QTS100-PRMNAIBUKAIINNO
           MOVE ATK-PRMTORIHIKINO    TO QTS100-PRMNYUKINMEISAI
           MOVE ZERO                 TO QTS100-PRMSHORITUUBAN
           START QTS100-BUNKAI KEY >= QTS100-PRM
               INVALID KEY SET WS-BUN-EOF TO TRUE
           END-START
           PERFORM 6110-READ-BUNKAI UNTIL WS-BUN-EOF.

       6110-READ-BUNKAI.
           READ QTS100-BUNKAI NEXT
               AT END SET WS-BUN-EOF TO TRUE
           END-READ
           IF  NOT WS-BUN-EOF
               IF  QTS100-PRMKIGYOUCD     = ATK-PRMKIGYOUCD
               AND QTS100-PRMSUBRANJIKEY  = ATK-PRMSUBRANGEKEY
               AND QTS100-PRMNAIBUKAIINNO = ATK-PRMNAIBUKAIINNO
               AND QTS100-PRMNYUKINMEISAI = ATK-PRMTORIHIKINO
                   IF  QTS100-SHIHARAIHOHO = 1
                   AND QTS100-JTJGENPON = ZERO
                       MOVE QTS100-SEIKYUNENGETU TO WS-BUN-NENGETU
                       SET WS-BUN-EOF TO TRUE
                   END-IF
               ELSE
                   SET WS-BUN-EOF TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS261M: UKETSUKE=" WS-UKETSUKE-COUNT
                   " HENKOU=" WS-HENKOU-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE ATK-TRANFILE
           CLOSE QTS261-HENKAN
           CLOSE QTS010-MASTER
           CLOSE QTS050-URIAGE
           CLOSE QTS100-BUNKAI
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS261M"            TO QTS025-TRANID
           MOVE ATK-OPERATORID       TO QTS025-OPERATORID
           MOVE ATK-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
