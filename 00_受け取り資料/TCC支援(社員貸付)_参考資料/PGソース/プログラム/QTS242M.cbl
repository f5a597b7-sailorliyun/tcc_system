      *8...........2.........3.........4.........5........6........7.........8
      *    QTS242M
      ****************************************************************
      *                一時増枠登録メンテナンス処理                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   支払可能見込額ファイル参照    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS242M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ZWK-TRANFILE    ASSIGN TO "QTS242TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS242-ZOUWAKU  ASSIGN TO "QTS242"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS242-PRM
                   FILE STATUS IS WS-QTS242-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS243-KANOGAKU ASSIGN TO "QTS243"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS243-PRM
                   FILE STATUS IS WS-QTS243-STATUS.
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
       FD  ZWK-TRANFILE.
       01  ZWK-TRAN-REC.
           05  ZWT-ACTIONKBN           PIC 9(01).
      *        1:登録  2:変更  3:取消
           05  ZWT-PRMKIGYOUCD         PIC 9(04).
           05  ZWT-PRMSUBRANGEKEY      PIC 9(04).
           05  ZWT-PRMNAIBUKAIINNO     PIC 9(08).
           05  ZWT-KAISHIYMD           PIC 9(08).
           05  ZWT-SHURYOYMD           PIC 9(08).
           05  ZWT-ZOUSOUGENDO         PIC 9(05).
           05  ZWT-ZOUCASHGENDO        PIC 9(05).
           05  ZWT-RIYUKBN             PIC X(01).
           05  ZWT-RIYU                PIC N(20).
           05  ZWT-OPERATORID          PIC X(08).
           05  ZWT-TABANO              PIC X(05).
       FD  QTS242-ZOUWAKU.
       01  QTS242-REC.
           COPY QTS242 REPLACING ==()== BY ==QTS242==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS243-KANOGAKU.
       01  QTS243-REC.
           COPY QTS243 REPLACING ==()== BY ==QTS243==.
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
       01  WS-QTS242-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS243-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-ZW-EOF-SW            PIC X(01)     VALUE "N".
           88  WS-ZW-EOF                         VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-CHECK-OK-SW          PIC X(01).
           88  WS-CHECK-OK                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 一時増枠として受け付ける最長期間（日数）
       01  WS-MAX-KIKAN            PIC 9(03)     VALUE 180.
       01  WS-KIKAN                PIC S9(05).
       01  WS-JOGEN-SENYEN         PIC 9(07).
       01  WS-NOBE-GENDO           PIC 9(05).
       01  WS-CHK-SOUGENDO         PIC 9(05).
       01  WS-CHK-CASHGENDO        PIC 9(05).
       01  WS-MEMBER-KEY.
           05  WS-MK-KIGYOUCD      PIC 9(04).
           05  WS-MK-SUBRANGEKEY   PIC 9(04).
           05  WS-MK-NAIBUKAIINNO  PIC 9(08).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOROKU-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  ZWK-TRANFILE
           OPEN I-O    QTS242-ZOUWAKU
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS243-KANOGAKU
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ ZWK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 一時増枠は会員マスタの限度額を直接変えるため、権限のある
      * オペレータのみ登録できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE ZWT-ACTIONKBN
               WHEN 1 PERFORM 3000-REGISTER THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CHANGE THRU 4000-EXIT
               WHEN 3 PERFORM 5000-CANCEL THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: BAD ACTION " ZWT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ ZWK-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE ZWT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS242M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS242M: KENGEN NASHI " ZWT-OPERATORID
           END-IF.

      * 新規登録。期間・増枠額・総量規制・支払可能見込額を検査し、
      * 状態０（適用待ち）で登録する。限度額の置換えはQTS242Bが
      * 開始日に行う。
       3000-REGISTER.
           MOVE ZWT-PRMKIGYOUCD      TO WS-MK-KIGYOUCD
           MOVE ZWT-PRMSUBRANGEKEY   TO WS-MK-SUBRANGEKEY
           MOVE ZWT-PRMNAIBUKAIINNO  TO WS-MK-NAIBUKAIINNO
           PERFORM 6000-READ-MEMBER
           IF  NOT WS-CHECK-OK
               GO TO 3000-EXIT
           END-IF
           IF  ZWT-KAISHIYMD < WS-TODAY
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: KAISHIBI KAKO " ZWT-KAISHIYMD
               GO TO 3000-EXIT
           END-IF
           MOVE ZWT-ZOUSOUGENDO      TO WS-CHK-SOUGENDO
           MOVE ZWT-ZOUCASHGENDO     TO WS-CHK-CASHGENDO
           PERFORM 6100-CHECK-KIKAN THRU 6100-EXIT
           IF  NOT WS-CHECK-OK
               GO TO 3000-EXIT
           END-IF
           PERFORM 6200-CHECK-GENDO THRU 6200-EXIT
           IF  NOT WS-CHECK-OK
               GO TO 3000-EXIT
           END-IF
           PERFORM 6300-CHECK-JUFUKU THRU 6300-EXIT
           IF  NOT WS-CHECK-OK
               GO TO 3000-EXIT
           END-IF
           INITIALIZE QTS242-REC
           MOVE ZWT-PRMKIGYOUCD      TO QTS242-PRMKIGYOUCD
           MOVE ZWT-PRMSUBRANGEKEY   TO QTS242-PRMSUBRANGEKEY
           MOVE ZWT-PRMNAIBUKAIINNO  TO QTS242-PRMNAIBUKAIINNO
           MOVE ZWT-KAISHIYMD        TO QTS242-PRMKAISHIYMD
           MOVE ZWT-SHURYOYMD        TO QTS242-SHURYOYMD
           MOVE ZWT-ZOUSOUGENDO      TO QTS242-ZOUSOUGENDO
           MOVE ZWT-ZOUCASHGENDO     TO QTS242-ZOUCASHGENDO
           MOVE ZWT-RIYUKBN          TO QTS242-RIYUKBN
           MOVE ZWT-RIYU             TO QTS242-RIYU
           MOVE "0"                  TO QTS242-ZOUWAKUSTS
           MOVE WS-TODAY             TO QTS242-TOROKUYMD
           MOVE ZWT-OPERATORID       TO QTS242-OPERATORID
           MOVE WS-TODAY             TO QTS242-SVRKOUSHINYMD
           WRITE QTS242-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: TOUROKUZUMI " QTS242-PRM
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-TOROKU-COUNT
           MOVE SPACES               TO WS-JN-BEFORE
           MOVE QTS242-REC           TO WS-JN-AFTER
           MOVE "A"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 変更。適用待ちは期間・増枠額・理由を変更できる。適用中は
      * 終了日のみ変更でき、増枠額は適用済の額のまま検査する。
       4000-CHANGE.
           MOVE ZWT-PRMKIGYOUCD      TO QTS242-PRMKIGYOUCD
           MOVE ZWT-PRMSUBRANGEKEY   TO QTS242-PRMSUBRANGEKEY
           MOVE ZWT-PRMNAIBUKAIINNO  TO QTS242-PRMNAIBUKAIINNO
           MOVE ZWT-KAISHIYMD        TO QTS242-PRMKAISHIYMD
           READ QTS242-ZOUWAKU
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: TOUROKU NASHI " QTS242-PRM
                   GO TO 4000-EXIT
           END-READ
           IF  QTS242-ZOUWAKUSTS NOT = "0" AND "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: HENKOU FUKA " QTS242-PRM
                       " STS=" QTS242-ZOUWAKUSTS
               GO TO 4000-EXIT
           END-IF
           MOVE QTS242-REC           TO WS-JN-BEFORE
           MOVE ZWT-PRMKIGYOUCD      TO WS-MK-KIGYOUCD
           MOVE ZWT-PRMSUBRANGEKEY   TO WS-MK-SUBRANGEKEY
           MOVE ZWT-PRMNAIBUKAIINNO  TO WS-MK-NAIBUKAIINNO
           PERFORM 6000-READ-MEMBER
           IF  NOT WS-CHECK-OK
               GO TO 4000-EXIT
           END-IF
           IF  QTS242-ZOUWAKUSTS = "1"
               MOVE QTS242-ZOUSOUGENDO  TO WS-CHK-SOUGENDO
               MOVE QTS242-ZOUCASHGENDO TO WS-CHK-CASHGENDO
               IF  ZWT-SHURYOYMD <= WS-TODAY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: SHURYOBI FUSEI " ZWT-SHURYOYMD
                   GO TO 4000-EXIT
               END-IF
           ELSE
               MOVE ZWT-ZOUSOUGENDO     TO WS-CHK-SOUGENDO
               MOVE ZWT-ZOUCASHGENDO    TO WS-CHK-CASHGENDO
           END-IF
           PERFORM 6100-CHECK-KIKAN THRU 6100-EXIT
           IF  NOT WS-CHECK-OK
               GO TO 4000-EXIT
           END-IF
           IF  QTS242-ZOUWAKUSTS = "0"
               PERFORM 6200-CHECK-GENDO THRU 6200-EXIT
               IF  NOT WS-CHECK-OK
                   GO TO 4000-EXIT
               END-IF
           END-IF
           PERFORM 6300-CHECK-JUFUKU THRU 6300-EXIT
           IF  NOT WS-CHECK-OK
               GO TO 4000-EXIT
           END-IF
           MOVE ZWT-PRMKIGYOUCD      TO QTS242-PRMKIGYOUCD
           MOVE ZWT-PRMSUBRANGEKEY   TO QTS242-PRMSUBRANGEKEY
           MOVE ZWT-PRMNAIBUKAIINNO  TO QTS242-PRMNAIBUKAIINNO
           MOVE ZWT-KAISHIYMD        TO QTS242-PRMKAISHIYMD
           READ QTS242-ZOUWAKU
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: TOUROKU NASHI " QTS242-PRM
                   GO TO 4000-EXIT
           END-READ
           MOVE ZWT-SHURYOYMD        TO QTS242-SHURYOYMD
           IF  QTS242-ZOUWAKUSTS = "0"
               MOVE ZWT-ZOUSOUGENDO  TO QTS242-ZOUSOUGENDO
               MOVE ZWT-ZOUCASHGENDO TO QTS242-ZOUCASHGENDO
               MOVE ZWT-RIYUKBN      TO QTS242-RIYUKBN
               MOVE ZWT-RIYU         TO QTS242-RIYU
           END-IF
           MOVE ZWT-OPERATORID       TO QTS242-OPERATORID
           MOVE WS-TODAY             TO QTS242-SVRKOUSHINYMD
           REWRITE QTS242-REC
           ADD 1 TO WS-HENKOU-COUNT
           MOVE QTS242-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

      * 取消。適用待ちは状態９とする。適用中は終了日を当日に縮め、
      * 当夜のQTS242Bで元の限度額へ戻す。
       5000-CANCEL.
           MOVE ZWT-PRMKIGYOUCD      TO QTS242-PRMKIGYOUCD
           MOVE ZWT-PRMSUBRANGEKEY   TO QTS242-PRMSUBRANGEKEY
           MOVE ZWT-PRMNAIBUKAIINNO  TO QTS242-PRMNAIBUKAIINNO
           MOVE ZWT-KAISHIYMD        TO QTS242-PRMKAISHIYMD
           READ QTS242-ZOUWAKU
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: TOUROKU NASHI " QTS242-PRM
                   GO TO 5000-EXIT
           END-READ
           MOVE QTS242-REC           TO WS-JN-BEFORE
           EVALUATE QTS242-ZOUWAKUSTS
               WHEN "0"
                   MOVE "9"          TO QTS242-ZOUWAKUSTS
               WHEN "1"
                   MOVE WS-TODAY     TO QTS242-SHURYOYMD
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: TORIKESHI FUKA " QTS242-PRM
                           " STS=" QTS242-ZOUWAKUSTS
                   GO TO 5000-EXIT
           END-EVALUATE
           MOVE ZWT-OPERATORID       TO QTS242-OPERATORID
           MOVE WS-TODAY             TO QTS242-SVRKOUSHINYMD
           REWRITE QTS242-REC
           ADD 1 TO WS-TORIKESHI-COUNT
           MOVE QTS242-REC           TO WS-JN-AFTER
           MOVE "D"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

       6000-READ-MEMBER.
           MOVE "Y" TO WS-CHECK-OK-SW
           MOVE WS-MK-KIGYOUCD       TO QTS010-PRMKIGYOUCD
           MOVE WS-MK-SUBRANGEKEY    TO QTS010-PRMSUBRANGEKEY
           MOVE WS-MK-NAIBUKAIINNO   TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   MOVE "N" TO WS-CHECK-OK-SW
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS242M: QTS010 NASHI " WS-MEMBER-KEY
           END-READ.

      * 期間の検査。終了日は開始日より後、かつ最長期間以内。
       6100-CHECK-KIKAN.
           MOVE "N" TO WS-CHECK-OK-SW
           IF  ZWT-KAISHIYMD(5:4) = ZERO
           OR  ZWT-SHURYOYMD(5:4) = ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: YMD FUSEI " ZWT-KAISHIYMD
                       " " ZWT-SHURYOYMD
               GO TO 6100-EXIT
           END-IF
           COMPUTE WS-KIKAN =
               FUNCTION INTEGER-OF-DATE(ZWT-SHURYOYMD)
             - FUNCTION INTEGER-OF-DATE(ZWT-KAISHIYMD)
           IF  WS-KIKAN <= ZERO
           OR  WS-KIKAN > WS-MAX-KIKAN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: KIKAN FUSEI " ZWT-KAISHIYMD
                       "-" ZWT-SHURYOYMD
               GO TO 6100-EXIT
           END-IF
           MOVE "Y" TO WS-CHECK-OK-SW.

       6100-EXIT.
           EXIT.

      * 増枠額の検査。総限度額は現在額を上回ること。年収と許容
      * 限度額は支払可能見込額ファイル（QTS243B算定）による。
      * キャッシング限度額は総量規制（年収の３分の１）以内、増枠後
      * の実効延払限度額（延払限度額と総限度額の小さい方）は許容
      * 限度額以内とする。
       6200-CHECK-GENDO.
           MOVE "N" TO WS-CHECK-OK-SW
           IF  WS-CHK-SOUGENDO <= QTS010-YSNSOUGENDO
           OR  WS-CHK-CASHGENDO > WS-CHK-SOUGENDO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: ZOUWAKUGAKU FUSEI " WS-MEMBER-KEY
                       " " WS-CHK-SOUGENDO "/" WS-CHK-CASHGENDO
               GO TO 6200-EXIT
           END-IF
           IF  WS-CHK-CASHGENDO > ZERO
           AND WS-CHK-CASHGENDO <= QTS010-YSNCASHGENDO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: CASH ZOUWAKUGAKU FUSEI "
                       WS-MEMBER-KEY " " WS-CHK-CASHGENDO
               GO TO 6200-EXIT
           END-IF
           MOVE WS-MEMBER-KEY        TO QTS243-PRM
           READ QTS243-KANOGAKU
               INVALID KEY
                   MOVE "2"          TO QTS243-HANTEIKBN
           END-READ
           IF  QTS243-HANTEIKBN = "2"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: NENSHU JOHO NASHI " WS-MEMBER-KEY
               GO TO 6200-EXIT
           END-IF
           COMPUTE WS-JOGEN-SENYEN = QTS243-NENSHU / 3
           IF  WS-CHK-CASHGENDO > WS-JOGEN-SENYEN
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: SOURYO KISEI CHOKA " WS-MEMBER-KEY
                       " JOGEN=" WS-JOGEN-SENYEN
               GO TO 6200-EXIT
           END-IF
           IF  QTS010-YSNNOBEGENDO = ZERO
           OR  QTS010-YSNNOBEGENDO > WS-CHK-SOUGENDO
               MOVE WS-CHK-SOUGENDO     TO WS-NOBE-GENDO
           ELSE
               MOVE QTS010-YSNNOBEGENDO TO WS-NOBE-GENDO
           END-IF
           IF  WS-NOBE-GENDO > QTS243-KYOYOGENDO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: SHIHARAI KANOGAKU CHOKA "
                       WS-MEMBER-KEY " KYOYO=" QTS243-KYOYOGENDO
               GO TO 6200-EXIT
           END-IF
           MOVE "Y" TO WS-CHECK-OK-SW.

       6200-EXIT.
           EXIT.

      * 同一会員の適用待ち・適用中の一時増枠と期間が重なる登録は
      * 受け付けない（変更時は自レコードを除く）。
       6300-CHECK-JUFUKU.
           MOVE "Y" TO WS-CHECK-OK-SW
           MOVE "N" TO WS-ZW-EOF-SW
           MOVE ZWT-PRMKIGYOUCD      TO QTS242-PRMKIGYOUCD
           MOVE ZWT-PRMSUBRANGEKEY   TO QTS242-PRMSUBRANGEKEY
           MOVE ZWT-PRMNAIBUKAIINNO  TO QTS242-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS242-PRMKAISHIYMD
           START QTS242-ZOUWAKU KEY >= QTS242-PRM
               INVALID KEY SET WS-ZW-EOF TO TRUE
           END-START
           PERFORM 6310-COMPARE-KIKAN THRU 6310-EXIT
                   UNTIL WS-ZW-EOF.

       6300-EXIT.
           EXIT.

       6310-COMPARE-KIKAN.
           READ QTS242-ZOUWAKU NEXT
               AT END SET WS-ZW-EOF TO TRUE
           END-READ
           IF  WS-ZW-EOF
               GO TO 6310-EXIT
           END-IF
           IF  QTS242-PRMKIGYOUCD     NOT = ZWT-PRMKIGYOUCD
           OR  QTS242-PRMSUBRANGEKEY  NOT = ZWT-PRMSUBRANGEKEY
           OR  QTS242-PRMNAIBUKAIINNO NOT = ZWT-PRMNAIBUKAIINNO
               SET WS-ZW-EOF TO TRUE
               GO TO 6310-EXIT
           END-IF
           IF  QTS242-PRMKAISHIYMD = ZWT-KAISHIYMD
           AND ZWT-ACTIONKBN = 2
               GO TO 6310-EXIT
           END-IF
           IF  (QTS242-ZOUWAKUSTS = "0" OR "1")
           AND QTS242-PRMKAISHIYMD < ZWT-SHURYOYMD
           AND QTS242-SHURYOYMD    > ZWT-KAISHIYMD
               MOVE "N" TO WS-CHECK-OK-SW
               SET WS-ZW-EOF TO TRUE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS242M: KIKAN JUFUKU " QTS242-PRM
           END-IF.

       6310-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "QTS242M: TOROKU=" WS-TOROKU-COUNT
                   " HENKOU=" WS-HENKOU-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE ZWK-TRANFILE
           CLOSE QTS242-ZOUWAKU
           CLOSE QTS010-MASTER
           CLOSE QTS243-KANOGAKU
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS242M"            TO QTS025-TRANID
           MOVE ZWT-OPERATORID       TO QTS025-OPERATORID
           MOVE ZWT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS242-PRM           TO WS-JN-KEYINFO
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
