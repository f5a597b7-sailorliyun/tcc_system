      *8...........2.........3.........4.........5........6........7.........8
      *    QTS251M
      ****************************************************************
      *                死亡届出登録メンテナンス処理                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員の死亡届出を死亡会員管理（QTS251）に登録する。登録と
      *    同時に本人カードをブロックテーブル（QTS110）へ載せ、家族
      *    カード（QTS020）を全枚数停止する。登録済の会員は督促・
      *    口座振替・給与天引の各バッチが対象外とする。死亡日時点
      *    残高の確定と相続人・保険会社あて請求はQTS251Bが行う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS251M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SBT-TRANFILE    ASSIGN TO "QTS251TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS251-SHIBOU   ASSIGN TO "QTS251"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS251-PRM
                   FILE STATUS IS WS-QTS251-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS110-BLACKFILE ASSIGN TO "QTS110"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS110-PRM
                   FILE STATUS IS WS-QTS110-STATUS.
           SELECT  QTS020-KAZOKU   ASSIGN TO "QTS020"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS020-PRM
                   FILE STATUS IS WS-QTS020-STATUS.
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
           SELECT  DELTA-OUTFILE   ASSIGN TO "QTS811DL"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    会員変更キー差分ファイル。夜間のQTS811B差分抽出が
      *    ここに積まれたキーの会員だけQTS810を作り直す。
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SBT-TRANFILE.
       01  SBT-TRAN-REC.
           05  SBT-ACTIONKBN           PIC 9(01).
      *        1:死亡届出登録  2:登録内容訂正  9:登録取消（誤登録）
           05  SBT-PRMKIGYOUCD         PIC 9(04).
           05  SBT-PRMSUBRANGEKEY      PIC 9(04).
           05  SBT-PRMNAIBUKAIINNO     PIC 9(08).
           05  SBT-SHIBOUYMD           PIC 9(08).
           05  SBT-SZKSHIMEIKANA       PIC X(30).
           05  SBT-SZKZOKUGARA         PIC X(01).
           05  SBT-SZKYUUBINNO         PIC X(07).
           05  SBT-SZKJUSHOKANA        PIC X(42).
           05  SBT-SZKTELNO            PIC X(15).
           05  SBT-DANSHINKBN          PIC X(01).
      *        1:団体信用生命保険加入  SPACE:未加入
           05  SBT-HOKENGAISHACD       PIC X(04).
           05  SBT-OPERATORID          PIC X(08).
           05  SBT-TABANO              PIC X(05).
       FD  QTS251-SHIBOU.
       01  QTS251-REC.
           COPY QTS251 REPLACING ==()== BY ==QTS251==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS110-BLACKFILE.
       01  QTS110-REC.
           COPY QTS110 REPLACING ==()== BY ==QTS110==.
       FD  QTS020-KAZOKU.
       01  QTS020-REC.
           COPY QTS020 REPLACING ==()== BY ==QTS020==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       FD  DELTA-OUTFILE.
       01  DELTA-OUT-REC.
           05  DLT-PRMKIGYOUCD         PIC 9(04).
           05  DLT-PRMSUBRANGEKEY      PIC 9(04).
           05  DLT-PRMNAIBUKAIINNO     PIC 9(08).
           05  DLT-HENKOYMD            PIC 9(08).
           05  DLT-TRANID              PIC X(08).
       WORKING-STORAGE             SECTION.
       01  WS-QTS251-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS110-STATUS        PIC X(02).
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-BLACK-NO             PIC 9(08)     VALUE ZERO.
      * ブロック理由コード（死亡）
       01  WS-BLACKRIYU-SHIBOU     PIC 9(02)     VALUE 90.
       01  WS-RIYOUSHA-CD          PIC 9(02).
       01  WS-KAZOKU-MAISU         PIC 9(01).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOUROKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-TEISEI-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-KAZOKU-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  SBT-TRANFILE
           OPEN I-O    QTS251-SHIBOU
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS110-BLACKFILE
           OPEN I-O    QTS020-KAZOKU
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN EXTEND DELTA-OUTFILE
           PERFORM 1500-GET-MAX-NO
           READ SBT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1500-GET-MAX-NO.
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
           END-START.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  SBT-ACTIONKBN NOT = 9
               IF  SBT-SHIBOUYMD = ZERO
               OR  SBT-SHIBOUYMD > WS-TODAY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS251M: SHIBOUBI FUSEI " SBT-SHIBOUYMD
                   GO TO 2900-NEXT-TRAN
               END-IF
               IF  SBT-DANSHINKBN = "1"
               AND SBT-HOKENGAISHACD = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS251M: HOKENGAISHA MISETTEI "
                           SBT-PRMNAIBUKAIINNO
                   GO TO 2900-NEXT-TRAN
               END-IF
           END-IF
           EVALUATE SBT-ACTIONKBN
               WHEN 1
                   PERFORM 3000-TOUROKU THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-TEISEI THRU 4000-EXIT
               WHEN 9
                   PERFORM 5000-TORIKESHI THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS251M: BAD ACTION " SBT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ SBT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE SBT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS251M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS251M: KENGEN NASHI " SBT-OPERATORID
           END-IF.

      * 死亡届出の登録。本人カードをブロック登録し、家族カードを
      * 停止したうえで管理レコードを起こす。取消済（状態９）の
      * 会員は再登録として上書きする。
       3000-TOUROKU.
           MOVE SBT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE SBT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE SBT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS251M: QTS010 NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           MOVE "N" TO WS-SHINKI-SW
           PERFORM 8000-READ-SHIBOU
           IF  WS-QTS251-STATUS NOT = "00"
               SET WS-SHINKI TO TRUE
               MOVE SPACES               TO WS-JN-BEFORE
           ELSE
               IF  QTS251-SHIBOUSTS NOT = "9"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS251M: TOUROKUZUMI " QTS251-PRM
                           " STS=" QTS251-SHIBOUSTS
                   GO TO 3000-EXIT
               END-IF
               MOVE QTS251-REC           TO WS-JN-BEFORE
           END-IF
           PERFORM 3100-WRITE-BLACK
           IF  WS-QTS110-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-KAZOKU-MAISU
           PERFORM 3200-STOP-KAZOKU
               VARYING WS-RIYOUSHA-CD FROM 1 BY 1
               UNTIL WS-RIYOUSHA-CD > 9
           INITIALIZE QTS251-REC
           MOVE SBT-PRMKIGYOUCD      TO QTS251-PRMKIGYOUCD
           MOVE SBT-PRMSUBRANGEKEY   TO QTS251-PRMSUBRANGEKEY
           MOVE SBT-PRMNAIBUKAIINNO  TO QTS251-PRMNAIBUKAIINNO
           MOVE "1"                  TO QTS251-SHIBOUSTS
           MOVE WS-TODAY             TO QTS251-UKETSUKEYMD
           MOVE WS-BLACK-NO          TO QTS251-BLACKNO
           MOVE WS-KAZOKU-MAISU      TO QTS251-KAZOKUMAISU
           PERFORM 8100-SET-TRAN
           IF  WS-SHINKI
               WRITE QTS251-REC
               MOVE "A"              TO WS-JN-ACTION
           ELSE
               REWRITE QTS251-REC
               MOVE "C"              TO WS-JN-ACTION
           END-IF
           PERFORM 8200-WRITE-DELTA
           ADD 1 TO WS-TOUROKU-COUNT
           MOVE QTS251-REC           TO WS-JN-AFTER
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 本人カードのブロック登録（会員番号は外部会員番号の識別番号）
       3100-WRITE-BLACK.
           ADD 1 TO WS-BLACK-NO
           INITIALIZE QTS110-REC
           MOVE WS-BLACK-NO              TO QTS110-PRMBLACKNO
           MOVE WS-TODAY                 TO QTS110-TOUROKUYMD
           MOVE 1                        TO QTS110-TOUROKUKBN
           MOVE WS-BLACKRIYU-SHIBOU      TO QTS110-BLACKRIYU
           MOVE QTS010-GKNSHIKIBETSUNO   TO QTS110-KAIINNO
           MOVE QTS010-HONSHIMEIKANA     TO QTS110-HONSHIMEIKANA
           MOVE QTS010-HONSEINENGAPPI    TO QTS110-HONSEINENGAPPI
           MOVE QTS010-CARDKBN           TO QTS110-CARDKBN
           MOVE WS-TODAY                 TO QTS110-SVRKOUSHINYMD
           WRITE QTS110-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS251M: BLACK TOUROKU NG "
                       QTS110-PRMBLACKNO
           END-WRITE.

      * 家族カードを利用者コード１～９まで停止（９９９９）する。
       3200-STOP-KAZOKU.
           MOVE SBT-PRMKIGYOUCD      TO QTS020-PRMKIGYOUCD
           MOVE SBT-PRMSUBRANGEKEY   TO QTS020-PRMSUBRANGEKEY
           MOVE SBT-PRMNAIBUKAIINNO  TO QTS020-PRMNAIBUKAIINNO
           MOVE WS-RIYOUSHA-CD       TO QTS020-PRMRIYOUSHACD
           READ QTS020-KAZOKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS020-STS NOT = 9999
                       MOVE 9999     TO QTS020-STS
                       MOVE WS-TODAY TO QTS020-STSTOUROKUYMD
                       MOVE WS-TODAY TO QTS020-SVRKOUSHINYMD
                       REWRITE QTS020-REC
                       ADD 1 TO WS-KAZOKU-MAISU
                       ADD 1 TO WS-KAZOKU-COUNT
                   END-IF
           END-READ.

      * 登録内容の訂正。相続人の連絡先はいつでも訂正できるが、
      * 死亡日・団信加入は残高確定（状態２以降）後は変えられない。
       4000-TEISEI.
           PERFORM 8000-READ-SHIBOU
           IF  WS-QTS251-STATUS NOT = "00"
           OR  QTS251-SHIBOUSTS = "9"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS251M: TOUROKU NASHI " QTS251-PRM
               GO TO 4000-EXIT
           END-IF
           IF  QTS251-SHIBOUSTS NOT = "1"
               IF  SBT-SHIBOUYMD NOT = QTS251-SHIBOUYMD
               OR  SBT-DANSHINKBN NOT = QTS251-DANSHINKBN
               OR  SBT-HOKENGAISHACD NOT = QTS251-HOKENGAISHACD
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS251M: ZAN KAKUTEIZUMI " QTS251-PRM
                           " STS=" QTS251-SHIBOUSTS
                   GO TO 4000-EXIT
               END-IF
           END-IF
           MOVE QTS251-REC           TO WS-JN-BEFORE
           PERFORM 8100-SET-TRAN
           REWRITE QTS251-REC
           ADD 1 TO WS-TEISEI-COUNT
           MOVE QTS251-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

      * 誤登録の取消。残高確定前（状態１）に限り、ブロック登録を
      * 削除する。停止した家族カードは再発行の手続で復活させる。
       5000-TORIKESHI.
           PERFORM 8000-READ-SHIBOU
           IF  WS-QTS251-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS251M: TOUROKU NASHI " QTS251-PRM
               GO TO 5000-EXIT
           END-IF
           IF  QTS251-SHIBOUSTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS251M: TORIKESHI FUKA " QTS251-PRM
                       " STS=" QTS251-SHIBOUSTS
               GO TO 5000-EXIT
           END-IF
           MOVE QTS251-BLACKNO       TO QTS110-PRMBLACKNO
           READ QTS110-BLACKFILE
               INVALID KEY
                   DISPLAY "QTS251M: BLACK REC NASHI "
                       QTS251-BLACKNO
               NOT INVALID KEY
                   DELETE QTS110-BLACKFILE
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "QTS251M: SAKUJO NG "
                               QTS251-BLACKNO
                   END-DELETE
           END-READ
           MOVE QTS251-REC           TO WS-JN-BEFORE
           MOVE "9"                  TO QTS251-SHIBOUSTS
           MOVE SBT-OPERATORID       TO QTS251-OPERATORID
           MOVE WS-TODAY             TO QTS251-SVRKOUSHINYMD
           REWRITE QTS251-REC
           PERFORM 8200-WRITE-DELTA
           ADD 1 TO WS-TORIKESHI-COUNT
           MOVE QTS251-REC           TO WS-JN-AFTER
           MOVE "D"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

       8000-READ-SHIBOU.
           MOVE SBT-PRMKIGYOUCD      TO QTS251-PRMKIGYOUCD
           MOVE SBT-PRMSUBRANGEKEY   TO QTS251-PRMSUBRANGEKEY
           MOVE SBT-PRMNAIBUKAIINNO  TO QTS251-PRMNAIBUKAIINNO
           READ QTS251-SHIBOU
               INVALID KEY
                   CONTINUE
           END-READ.

       8100-SET-TRAN.
           MOVE SBT-SHIBOUYMD        TO QTS251-SHIBOUYMD
           MOVE SBT-SZKSHIMEIKANA    TO QTS251-SZKSHIMEIKANA
           MOVE SBT-SZKZOKUGARA      TO QTS251-SZKZOKUGARA
           MOVE SBT-SZKYUUBINNO      TO QTS251-SZKYUUBINNO
           MOVE SBT-SZKJUSHOKANA     TO QTS251-SZKJUSHOKANA
           MOVE SBT-SZKTELNO         TO QTS251-SZKTELNO
           MOVE SBT-DANSHINKBN       TO QTS251-DANSHINKBN
           MOVE SBT-HOKENGAISHACD    TO QTS251-HOKENGAISHACD
           MOVE SBT-OPERATORID       TO QTS251-OPERATORID
           MOVE WS-TODAY             TO QTS251-SVRKOUSHINYMD.

       8200-WRITE-DELTA.
           MOVE SBT-PRMKIGYOUCD      TO DLT-PRMKIGYOUCD
           MOVE SBT-PRMSUBRANGEKEY   TO DLT-PRMSUBRANGEKEY
           MOVE SBT-PRMNAIBUKAIINNO  TO DLT-PRMNAIBUKAIINNO
           MOVE WS-TODAY             TO DLT-HENKOYMD
           MOVE "QTS251M "           TO DLT-TRANID
           WRITE DELTA-OUT-REC.

       9000-TERMINATE.
           DISPLAY "QTS251M: TOUROKU=" WS-TOUROKU-COUNT
                   " KAZOKU-TEISHI=" WS-KAZOKU-COUNT
                   " TEISEI=" WS-TEISEI-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE SBT-TRANFILE
           CLOSE QTS251-SHIBOU
           CLOSE QTS010-MASTER
           CLOSE QTS110-BLACKFILE
           CLOSE QTS020-KAZOKU
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE DELTA-OUTFILE.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS251M"            TO QTS025-TRANID
           MOVE SBT-OPERATORID       TO QTS025-OPERATORID
           MOVE SBT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS251-PRM           TO WS-JN-KEYINFO
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
