      *8...........2.........3.........4.........5........6........7.........8
      *    QTS254M
      ****************************************************************
      *                本人確認記録登録メンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    継続的顧客管理による再確認、届出事項の変更に伴う確認を
      *    本人確認記録（QTS254）へ追加する。再確認の回答を登録した
      *    会員は顧客リスク評価（QTS255）の再確認サイクルを回答済と
      *    し、未回答で利用制限（QTS110）中であれば制限を解除する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS254M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HKT-TRANFILE    ASSIGN TO "QTS254TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS110-BLACKFILE ASSIGN TO "QTS110"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
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
       FD  HKT-TRANFILE.
       01  HKT-TRAN-REC.
           05  HKT-PRMKIGYOUCD         PIC 9(04).
           05  HKT-PRMSUBRANGEKEY      PIC 9(04).
           05  HKT-PRMNAIBUKAIINNO     PIC 9(08).
           05  HKT-KAKUNINKBN          PIC X(01).
      *        2:継続的顧客管理の再確認  3:届出事項の変更
           05  HKT-SHORUIKBN           PIC X(02).
           05  HKT-SHORUINO            PIC X(20).
           05  HKT-SHORUIKIGEN         PIC 9(08).
           05  HKT-KAKUNINHOUHOU       PIC X(01).
               88  HKT-HOUHOU-OK                 VALUE "1" THRU "6".
           05  HKT-KAKUNINYMD          PIC 9(08).
      *        ゼロのときは処理日
           05  HKT-TORIHIKIMOKUTEKI    PIC X(01).
           05  HKT-PEPSKBN             PIC X(01).
           05  HKT-OPERATORID          PIC X(08).
           05  HKT-TABANO              PIC X(05).
       FD  QTS254-KAKUNIN.
       01  QTS254-REC.
           COPY QTS254 REPLACING ==()== BY ==QTS254==.
       FD  QTS255-RISK.
       01  QTS255-REC.
           COPY QTS255 REPLACING ==()== BY ==QTS255==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
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
       01  WS-QTS254-STATUS        PIC X(02).
       01  WS-QTS255-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
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
       01  WS-NEXT-SEQ             PIC 9(03).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOUROKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-KAITOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-KAIJO-COUNT          PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  HKT-TRANFILE
           OPEN I-O    QTS254-KAKUNIN
           OPEN I-O    QTS255-RISK
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS110-BLACKFILE
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN EXTEND DELTA-OUTFILE
           READ HKT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  HKT-KAKUNINKBN NOT = "2" AND "3"
           OR  HKT-SHORUIKBN = SPACES
           OR  NOT HKT-HOUHOU-OK
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS254M: KBN ERROR " HKT-KAKUNINKBN
                       " " HKT-SHORUIKBN " " HKT-KAKUNINHOUHOU
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE HKT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE HKT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE HKT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS254M: QTS010 NASHI " QTS010-PRM
                   GO TO 2900-NEXT-TRAN
           END-READ
           PERFORM 3000-WRITE-KIROKU
           IF  WS-QTS254-STATUS NOT = "00"
               GO TO 2900-NEXT-TRAN
           END-IF
           PERFORM 4000-UPDATE-RISK THRU 4000-EXIT.

       2900-NEXT-TRAN.
           READ HKT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE HKT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS254M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS254M: KENGEN NASHI " HKT-OPERATORID
           END-IF.

      * 確認連番は会員の既存記録の最大＋１とする。
       3000-WRITE-KIROKU.
           MOVE QTS010-PRM           TO QTS254-PRM
           MOVE 999                  TO QTS254-PRMKAKUNINSEQ
           MOVE 1                    TO WS-NEXT-SEQ
           START QTS254-KAKUNIN KEY IS LESS THAN QTS254-SEG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ QTS254-KAKUNIN PREVIOUS
                       AT END CONTINUE
                       NOT AT END
                           IF  QTS254-PRM = QTS010-PRM
                               COMPUTE WS-NEXT-SEQ =
                                   QTS254-PRMKAKUNINSEQ + 1
                           END-IF
                   END-READ
           END-START
           INITIALIZE QTS254-REC
           MOVE QTS010-PRM             TO QTS254-PRM
           MOVE WS-NEXT-SEQ            TO QTS254-PRMKAKUNINSEQ
           MOVE QTS010-GKNSHIKIBETSUNO TO QTS254-GAIBUKAIINNO
           MOVE HKT-KAKUNINKBN         TO QTS254-KAKUNINKBN
           MOVE HKT-SHORUIKBN          TO QTS254-SHORUIKBN
           MOVE HKT-SHORUINO           TO QTS254-SHORUINO
           MOVE HKT-SHORUIKIGEN        TO QTS254-SHORUIKIGEN
           MOVE HKT-KAKUNINHOUHOU      TO QTS254-KAKUNINHOUHOU
           IF  HKT-KAKUNINYMD = ZERO
               MOVE WS-TODAY           TO QTS254-KAKUNINYMD
           ELSE
               MOVE HKT-KAKUNINYMD     TO QTS254-KAKUNINYMD
           END-IF
           MOVE HKT-OPERATORID         TO QTS254-KAKUNINSHAID
           MOVE HKT-TORIHIKIMOKUTEKI   TO QTS254-TORIHIKIMOKUTEKI
           MOVE HKT-PEPSKBN            TO QTS254-PEPSKBN
           MOVE QTS010-KMSKBN          TO QTS254-SHOKUGYOUKBN
           MOVE WS-TODAY               TO QTS254-SAKUSEIYMD
           MOVE HKT-OPERATORID         TO QTS254-OPERATORID
           MOVE WS-TODAY               TO QTS254-SVRKOUSHINYMD
           WRITE QTS254-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS254M: TOUROKU NG " QTS254-SEG
           END-WRITE
           IF  WS-QTS254-STATUS = "00"
               ADD 1 TO WS-TOUROKU-COUNT
               MOVE SPACES           TO WS-JN-BEFORE
               MOVE QTS254-REC       TO WS-JN-AFTER
               MOVE "A"              TO WS-JN-ACTION
               MOVE QTS254-SEG       TO WS-JN-KEYINFO
               PERFORM 9100-WRITE-JOURNAL
           END-IF.

      * 最終本人確認日を更新する。再確認の回答であれば再確認
      * サイクルを回答済とし、利用制限中ならブロックを削除する。
       4000-UPDATE-RISK.
           MOVE QTS010-PRM           TO QTS255-PRM
           READ QTS255-RISK
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           MOVE QTS255-REC           TO WS-JN-BEFORE
           MOVE QTS254-KAKUNINYMD    TO QTS255-SAISHUKAKUNINYMD
           IF  HKT-KAKUNINKBN = "2"
               IF  QTS255-SAIKAKUNINSTS = "1" OR "2" OR "3"
                   IF  QTS255-SAIKAKUNINSTS = "3"
                       PERFORM 4100-DELETE-BLACK THRU 4100-EXIT
                   END-IF
                   MOVE "4"          TO QTS255-SAIKAKUNINSTS
                   MOVE WS-TODAY     TO QTS255-KAITOUYMD
                   ADD 1 TO WS-KAITOU-COUNT
               END-IF
           END-IF
           MOVE WS-TODAY             TO QTS255-SVRKOUSHINYMD
           REWRITE QTS255-REC
           MOVE QTS255-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           MOVE QTS255-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

       4100-DELETE-BLACK.
           IF  QTS255-BLACKNO = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE QTS255-BLACKNO       TO QTS110-PRMBLACKNO
           READ QTS110-BLACKFILE
               INVALID KEY
                   DISPLAY "QTS254M: BLACK REC NASHI "
                       QTS255-BLACKNO
               NOT INVALID KEY
                   DELETE QTS110-BLACKFILE
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "QTS254M: SAKUJO NG "
                               QTS255-BLACKNO
                       NOT INVALID KEY
                           ADD 1 TO WS-KAIJO-COUNT
                   END-DELETE
           END-READ
           MOVE ZERO                 TO QTS255-BLACKNO
           PERFORM 8200-WRITE-DELTA.

       4100-EXIT.
           EXIT.

       8200-WRITE-DELTA.
           MOVE QTS010-PRMKIGYOUCD     TO DLT-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO DLT-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO DLT-PRMNAIBUKAIINNO
           MOVE WS-TODAY               TO DLT-HENKOYMD
           MOVE "QTS254M "             TO DLT-TRANID
           WRITE DELTA-OUT-REC.

       9000-TERMINATE.
           DISPLAY "QTS254M: TOUROKU=" WS-TOUROKU-COUNT
                   " KAITOU=" WS-KAITOU-COUNT
                   " SEIGENKAIJO=" WS-KAIJO-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE HKT-TRANFILE
           CLOSE QTS254-KAKUNIN
           CLOSE QTS255-RISK
           CLOSE QTS010-MASTER
           CLOSE QTS110-BLACKFILE
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE DELTA-OUTFILE.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS254M"            TO QTS025-TRANID
           MOVE HKT-OPERATORID       TO QTS025-OPERATORID
           MOVE HKT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
