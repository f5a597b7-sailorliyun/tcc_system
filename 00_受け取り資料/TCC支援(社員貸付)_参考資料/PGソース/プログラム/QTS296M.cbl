      *8...........2.........3.........4.........5........6........7.........8
      *    QTS296M
      ****************************************************************
      *                入金充当順序テーブルメンテナンス処理          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    入金充当順序テーブル（QTS296）の行を登録・変更・削除する。
      *    充当済の入金の内訳を後から変えないよう、適用開始日が翌日
      *    以降の行（改定案）に限って受け付ける。改定案の充当結果は
      *    適用前にQTS296Rで現行と比較する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS296M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JUTO-TRANFILE   ASSIGN TO "QTS296TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS296-JUNITBL  ASSIGN TO "QTS296"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS296-PRM
                   FILE STATUS IS WS-QTS296-STATUS.
           SELECT  QTS200-LOANTBL  ASSIGN TO "QTS200"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS200-PRM
                   FILE STATUS IS WS-QTS200-STATUS.
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
       FD  JUTO-TRANFILE.
       01  JUTO-TRAN-REC.
           05  JTT-ACTIONKBN           PIC 9(01).
      *        1:登録・変更  2:削除
           05  JTT-LOANSHUBETSU        PIC 9(05).
           05  JTT-NYUKINKEIRO         PIC X(01).
           05  JTT-YUKOKAISHI          PIC 9(08).
           05  JTT-JUTO                OCCURS 5.
             07  JTT-JUTOHIMOKU        PIC X(01).
             07  JTT-JUTOJOGEN         PIC 9(09).
           05  JTT-OPERATORID          PIC X(08).
           05  JTT-TABANO              PIC X(05).
       FD  QTS296-JUNITBL.
       01  QTS296-REC.
           COPY QTS296 REPLACING ==()== BY ==QTS296==.
       FD  QTS200-LOANTBL.
       01  QTS200-REC.
           COPY QTS200 REPLACING ==()== BY ==QTS200==.
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
       01  WS-QTS296-STATUS        PIC X(02).
       01  WS-QTS200-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 充当費目の入力チェック（費目別の出現回数と空き順位）
       01  WS-JX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-HIMOKU-KAISU         OCCURS 5      PIC 9(02).
       01  WS-AKI-SW               PIC X(01).
           88  WS-AKI-ARI                        VALUE "Y".
       01  WS-FUKA-RIYU            PIC X(02).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOROKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-SAKUJO-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  JUTO-TRANFILE
           OPEN I-O    QTS296-JUNITBL
           OPEN INPUT  QTS200-LOANTBL
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ JUTO-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 充当順序は入金の内訳（元本・手数料の収納額）を決めるため、
      * 権限のあるオペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE JTT-LOANSHUBETSU     TO QTS296-PRMLOANSHUBETSU
           MOVE JTT-NYUKINKEIRO      TO QTS296-PRMNYUKINKEIRO
           MOVE JTT-YUKOKAISHI       TO QTS296-PRMYUKOKAISHI
           IF  JTT-YUKOKAISHI NOT > WS-TODAY
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS296M: TEKIYOZUMI " QTS296-PRM
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE JTT-ACTIONKBN
               WHEN 1 PERFORM 3000-REGISTER-JUNI THRU 3000-EXIT
               WHEN 2 PERFORM 4000-DELETE-JUNI
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS296M: BAD ACTION " JTT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ JUTO-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE JTT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS296M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS296M: KENGEN NASHI " JTT-OPERATORID
           END-IF.

      * 適用開始日ごとに充当順位（費目と上限額）を登録する。同じ
      * キーの改定案があれば置き換える。
       3000-REGISTER-JUNI.
           PERFORM 5000-CHECK-INPUT THRU 5000-EXIT
           IF  WS-FUKA-RIYU NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS296M: TOUROKU FUKA " WS-FUKA-RIYU
                       " " QTS296-PRM
               GO TO 3000-EXIT
           END-IF
           READ QTS296-JUNITBL
               INVALID KEY
                   INITIALIZE QTS296-REC
                   MOVE JTT-LOANSHUBETSU TO QTS296-PRMLOANSHUBETSU
                   MOVE JTT-NYUKINKEIRO  TO QTS296-PRMNYUKINKEIRO
                   MOVE JTT-YUKOKAISHI   TO QTS296-PRMYUKOKAISHI
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS296-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           PERFORM 3100-SET-JUNI
               VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 5
           MOVE WS-TODAY             TO QTS296-TOROKUYMD
           MOVE JTT-OPERATORID       TO QTS296-OPERATORID
           MOVE WS-TODAY             TO QTS296-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS296-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS296-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS296-REC
           ELSE
               REWRITE QTS296-REC
           END-IF
           ADD 1 TO WS-TOROKU-COUNT
           MOVE QTS296-REC           TO WS-JN-AFTER
           MOVE QTS296-PRM           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

       3100-SET-JUNI.
           MOVE JTT-JUTOHIMOKU(WS-JX) TO QTS296-JUTOHIMOKU(WS-JX)
           MOVE JTT-JUTOJOGEN(WS-JX)  TO QTS296-JUTOJOGEN(WS-JX).

       4000-DELETE-JUNI.
           READ QTS296-JUNITBL
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS296M: TOUROKU NASHI " QTS296-PRM
               NOT INVALID KEY
                   MOVE QTS296-REC   TO WS-JN-BEFORE
                   DELETE QTS296-JUNITBL
                   ADD 1 TO WS-SAKUJO-COUNT
                   MOVE SPACES       TO WS-JN-AFTER
                   MOVE "D"          TO WS-JN-ACTION
                   MOVE QTS296-PRM   TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

      * 入力チェック。不可の場合は理由コードをWS-FUKA-RIYUに返す。
      *   01:適用開始日  02:ローン種別  03:入金経路
      *   04:充当費目（コード・重複・空き順位の後の指定・指定なし）
      *   05:費目の無い順位に上限額
       5000-CHECK-INPUT.
           MOVE SPACES TO WS-FUKA-RIYU
           IF  JTT-YUKOKAISHI(5:2) = ZERO
           OR  JTT-YUKOKAISHI(5:2) > 12
           OR  JTT-YUKOKAISHI(7:2) = ZERO
           OR  JTT-YUKOKAISHI(7:2) > 31
               MOVE "01" TO WS-FUKA-RIYU
               GO TO 5000-EXIT
           END-IF
           IF  JTT-LOANSHUBETSU NOT = ZERO
               MOVE JTT-LOANSHUBETSU TO QTS200-PRMLOANSHUBETSU
               READ QTS200-LOANTBL
                   INVALID KEY
                       MOVE "02" TO WS-FUKA-RIYU
                       GO TO 5000-EXIT
               END-READ
           END-IF
      *    団信保険金・代位弁済は各処理で債権を一括精算するため対象外
           IF  JTT-NYUKINKEIRO NOT = SPACE AND "1" AND "2" AND "3"
                                 AND "4" AND "6"
               MOVE "03" TO WS-FUKA-RIYU
               GO TO 5000-EXIT
           END-IF
           MOVE ZERO TO WS-HIMOKU-KAISU(1) WS-HIMOKU-KAISU(2)
                        WS-HIMOKU-KAISU(3) WS-HIMOKU-KAISU(4)
                        WS-HIMOKU-KAISU(5)
           MOVE "N"  TO WS-AKI-SW
           PERFORM 5100-CHECK-HIMOKU
               VARYING WS-JX FROM 1 BY 1 UNTIL WS-JX > 5
           IF  WS-FUKA-RIYU = SPACES
           AND JTT-JUTOHIMOKU(1) = SPACE
               MOVE "04" TO WS-FUKA-RIYU
           END-IF.

       5000-EXIT.
           EXIT.

       5100-CHECK-HIMOKU.
           IF  JTT-JUTOHIMOKU(WS-JX) = SPACE
               SET WS-AKI-ARI TO TRUE
               IF  JTT-JUTOJOGEN(WS-JX) NOT = ZERO
               AND WS-FUKA-RIYU = SPACES
                   MOVE "05" TO WS-FUKA-RIYU
               END-IF
           ELSE
               IF  JTT-JUTOHIMOKU(WS-JX) < "1"
               OR  JTT-JUTOHIMOKU(WS-JX) > "5"
               OR  WS-AKI-ARI
                   IF  WS-FUKA-RIYU = SPACES
                       MOVE "04" TO WS-FUKA-RIYU
                   END-IF
               ELSE
                   MOVE JTT-JUTOHIMOKU(WS-JX) TO WS-HX
                   ADD 1 TO WS-HIMOKU-KAISU(WS-HX)
                   IF  WS-HIMOKU-KAISU(WS-HX) > 1
                   AND WS-FUKA-RIYU = SPACES
                       MOVE "04" TO WS-FUKA-RIYU
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS296M: TOROKU=" WS-TOROKU-COUNT
                   " SAKUJO=" WS-SAKUJO-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE JUTO-TRANFILE
           CLOSE QTS296-JUNITBL
           CLOSE QTS200-LOANTBL
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS296M"            TO QTS025-TRANID
           MOVE JTT-OPERATORID       TO QTS025-OPERATORID
           MOVE JTT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
