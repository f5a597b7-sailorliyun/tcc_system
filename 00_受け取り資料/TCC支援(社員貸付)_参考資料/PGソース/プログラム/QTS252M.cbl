      *8...........2.........3.........4.........5........6........7.........8
      *    QTS252M
      ****************************************************************
      *                官報照合結果確認メンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    官報照合ワーク（QTS252）の未確認候補について、担当者の
      *    確認結果（該当・非該当）を登録する。該当確定の会員は
      *    法的整理手続の介入停止（QTS019 介入区分３）を起こして
      *    督促・アラート・ＤＭを止め、ブロックテーブル（QTS110）へ
      *    載せて以後のオーソリを謝絶する。償却候補への起票は次回
      *    の償却候補抽出（QTS105B）が行う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS252M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KKT-TRANFILE    ASSIGN TO "QTS252TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS252-SHOUGOU  ASSIGN TO "QTS252"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS252-SEG
                   FILE STATUS IS WS-QTS252-STATUS.
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
           SELECT  QTS110-BLACKFILE ASSIGN TO "QTS110"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS110-PRM
                   FILE STATUS IS WS-QTS110-STATUS.
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
       FD  KKT-TRANFILE.
       01  KKT-TRAN-REC.
           05  KKT-ACTIONKBN           PIC 9(01).
      *        1:該当確定  8:非該当
           05  KKT-SHOUGOUNO           PIC 9(08).
           05  KKT-OPERATORID          PIC X(08).
           05  KKT-TABANO              PIC X(05).
       FD  QTS252-SHOUGOU.
       01  QTS252-REC.
           COPY QTS252 REPLACING ==()== BY ==QTS252==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS019-KAINYU.
       01  QTS019-REC.
           COPY QTS019 REPLACING ==()== BY ==QTS019==.
       FD  QTS110-BLACKFILE.
       01  QTS110-REC.
           COPY QTS110 REPLACING ==()== BY ==QTS110==.
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
       01  WS-QTS252-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS019-STATUS        PIC X(02).
       01  WS-QTS110-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-BLACK-NO             PIC 9(08)     VALUE ZERO.
      * ブロック理由コード（破産・民事再生）
       01  WS-BLACKRIYU-HASAN      PIC 9(02)     VALUE 91.
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-GAITOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-HIGAITOU-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-KAINYU-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  KKT-TRANFILE
           OPEN I-O    QTS252-SHOUGOU
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS019-KAINYU
           OPEN I-O    QTS110-BLACKFILE
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN EXTEND DELTA-OUTFILE
           PERFORM 1500-GET-MAX-NO
           READ KKT-TRANFILE
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
           MOVE KKT-SHOUGOUNO        TO QTS252-PRMSHOUGOUNO
           READ QTS252-SHOUGOU
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS252M: SHOUGOU NASHI " KKT-SHOUGOUNO
                   GO TO 2900-NEXT-TRAN
           END-READ
           IF  QTS252-SHOUGOUSTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS252M: KAKUNINZUMI " KKT-SHOUGOUNO
                       " STS=" QTS252-SHOUGOUSTS
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE QTS252-REC           TO WS-JN-BEFORE
           EVALUATE KKT-ACTIONKBN
               WHEN 1
                   PERFORM 3000-GAITOU THRU 3000-EXIT
               WHEN 8
                   PERFORM 4000-HIGAITOU
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS252M: BAD ACTION " KKT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KKT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE KKT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS252M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS252M: KENGEN NASHI " KKT-OPERATORID
           END-IF.

      * 該当確定。ブロック登録と介入停止を起こしてから照合ワーク
      * を確定状態にする。
       3000-GAITOU.
           MOVE QTS252-KAIKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS252-KAISUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS252-KAINAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS252M: QTS010 NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           PERFORM 3100-WRITE-BLACK
           IF  WS-QTS110-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-WRITE-KAINYU
           MOVE "2"                  TO QTS252-SHOUGOUSTS
           MOVE WS-BLACK-NO          TO QTS252-BLACKNO
           PERFORM 8100-SET-KAKUNIN
           REWRITE QTS252-REC
           PERFORM 8200-WRITE-DELTA
           ADD 1 TO WS-GAITOU-COUNT
           MOVE QTS252-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
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
           MOVE WS-BLACKRIYU-HASAN       TO QTS110-BLACKRIYU
           MOVE QTS010-GKNSHIKIBETSUNO   TO QTS110-KAIINNO
           MOVE QTS010-HONSHIMEIKANA     TO QTS110-HONSHIMEIKANA
           MOVE QTS010-HONSEINENGAPPI    TO QTS110-HONSEINENGAPPI
           MOVE QTS010-CARDKBN           TO QTS110-CARDKBN
           MOVE WS-TODAY                 TO QTS110-SVRKOUSHINYMD
           WRITE QTS110-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS252M: BLACK TOUROKU NG "
                       QTS110-PRMBLACKNO
           END-WRITE.

      * 法的整理手続の介入停止を起こす。受任通知で介入中の会員は
      * 代理人の情報を残したまま介入区分を３へ切り替える。
       3200-WRITE-KAINYU.
           MOVE QTS252-KAIKIGYOUCD     TO QTS019-PRMKIGYOUCD
           MOVE QTS252-KAISUBRANGEKEY  TO QTS019-PRMSUBRANGEKEY
           MOVE QTS252-KAINAIBUKAIINNO TO QTS019-PRMNAIBUKAIINNO
           READ QTS019-KAINYU
               INVALID KEY
                   INITIALIZE QTS019-REC
                   MOVE QTS252-KAIKIGYOUCD
                       TO QTS019-PRMKIGYOUCD
                   MOVE QTS252-KAISUBRANGEKEY
                       TO QTS019-PRMSUBRANGEKEY
                   MOVE QTS252-KAINAIBUKAIINNO
                       TO QTS019-PRMNAIBUKAIINNO
           END-READ
           MOVE "3"                  TO QTS019-KAINYUKBN
           IF  QTS019-KAINYUSTS NOT = "1"
               MOVE "1"              TO QTS019-KAINYUSTS
               MOVE WS-TODAY         TO QTS019-UKETSUKEYMD
               MOVE ZERO             TO QTS019-KAIJOYMD
           END-IF
           MOVE WS-TODAY             TO QTS019-SVRKOUSHINYMD
           IF  WS-QTS019-STATUS = "00"
               REWRITE QTS019-REC
           ELSE
               WRITE QTS019-REC
           END-IF
           ADD 1 TO WS-KAINYU-COUNT.

      * 非該当（同姓同名等）。照合ワークを非該当で閉じる。
       4000-HIGAITOU.
           MOVE "8"                  TO QTS252-SHOUGOUSTS
           PERFORM 8100-SET-KAKUNIN
           REWRITE QTS252-REC
           ADD 1 TO WS-HIGAITOU-COUNT
           MOVE QTS252-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       8100-SET-KAKUNIN.
           MOVE WS-TODAY             TO QTS252-KAKUNINYMD
           MOVE KKT-OPERATORID       TO QTS252-OPERATORID
           MOVE WS-TODAY             TO QTS252-SVRKOUSHINYMD.

       8200-WRITE-DELTA.
           MOVE QTS252-KAIKIGYOUCD     TO DLT-PRMKIGYOUCD
           MOVE QTS252-KAISUBRANGEKEY  TO DLT-PRMSUBRANGEKEY
           MOVE QTS252-KAINAIBUKAIINNO TO DLT-PRMNAIBUKAIINNO
           MOVE WS-TODAY               TO DLT-HENKOYMD
           MOVE "QTS252M "             TO DLT-TRANID
           WRITE DELTA-OUT-REC.

       9000-TERMINATE.
           DISPLAY "QTS252M: GAITOU=" WS-GAITOU-COUNT
                   " HIGAITOU=" WS-HIGAITOU-COUNT
                   " KAINYU=" WS-KAINYU-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE KKT-TRANFILE
           CLOSE QTS252-SHOUGOU
           CLOSE QTS010-MASTER
           CLOSE QTS019-KAINYU
           CLOSE QTS110-BLACKFILE
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE DELTA-OUTFILE.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS252M"            TO QTS025-TRANID
           MOVE KKT-OPERATORID       TO QTS025-OPERATORID
           MOVE KKT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS252-SEG           TO WS-JN-KEYINFO
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
