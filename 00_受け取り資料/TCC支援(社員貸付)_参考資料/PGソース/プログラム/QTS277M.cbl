      *8...........2.........3.........4.........5........6........7.........8
      *    QTS277M
      ****************************************************************
      *                加盟店端末マスタメンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS277M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TANMATSU-TRANFILE ASSIGN TO "QTS277TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS277-TANMATSU ASSIGN TO "QTS277"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS277-PRMTANMATUNO
                   ALTERNATE RECORD KEY IS QTS277-URIAGETANMATSU
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS277-STATUS.
           SELECT  QTS075-KAMEIFILE ASSIGN TO "QTS075"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS075-ENTRYKEY
                   FILE STATUS IS WS-QTS075-STATUS.
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
       FD  TANMATSU-TRANFILE.
       01  TANMATSU-TRAN-REC.
           05  TMT-ACTIONKBN           PIC 9(01).
      *        1:加盟店紐付・訂正（未登録端末は手登録）  2:撤去
           05  TMT-PRMTANMATUNO        PIC X(13).
           05  TMT-NAIBUNO             PIC 9(07).
           05  TMT-SECHIYMD            PIC 9(08).
      *        ゼロは変更なし（手登録時は処理日）
           05  TMT-TEKKYOYMD           PIC 9(08).
      *        撤去時のみ（ゼロは処理日）
           05  TMT-OPERATORID          PIC X(08).
           05  TMT-TABANO              PIC X(05).
       FD  QTS277-TANMATSU.
       01  QTS277-REC.
           COPY QTS277 REPLACING ==()== BY ==QTS277==.
       FD  QTS075-KAMEIFILE.
       01  QTS075-REC.
           COPY QTS075 REPLACING ==()== BY ==QTS075==.
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
       01  WS-QTS277-STATUS        PIC X(02).
       01  WS-QTS075-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-HIMOZUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-TEKKYO-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  TANMATSU-TRANFILE
           OPEN I-O    QTS277-TANMATSU
           OPEN INPUT  QTS075-KAMEIFILE
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ TANMATSU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 端末と加盟店の紐付は不正検知の基準となるため、権限のある
      * オペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE TMT-ACTIONKBN
               WHEN 1 PERFORM 3000-HIMOZUKE THRU 3000-EXIT
               WHEN 2 PERFORM 4000-TEKKYO
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS277M: BAD ACTION " TMT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ TANMATSU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE TMT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS277M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS277M: KENGEN NASHI " TMT-OPERATORID
           END-IF.

      * 加盟店紐付・訂正。取消済でない加盟店であることを確かめる。
      * 提携先データに無い端末は手登録とし、属性は次回の提携先
      * データ受領時に反映される。
       3000-HIMOZUKE.
           MOVE TMT-NAIBUNO          TO QTS075-PRMNAIBUNO
           READ QTS075-KAMEIFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS277M: KAMEITEN NASHI " TMT-NAIBUNO
                   GO TO 3000-EXIT
           END-READ
           IF  QTS075-TORIKESIBI NOT = ZERO
           AND QTS075-TORIKESIBI <= WS-TODAY
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS277M: KAMEITEN TORIKESHI " TMT-NAIBUNO
               GO TO 3000-EXIT
           END-IF
           MOVE TMT-PRMTANMATUNO     TO QTS277-PRMTANMATUNO
           READ QTS277-TANMATSU
               INVALID KEY
                   INITIALIZE QTS277-REC
                   MOVE TMT-PRMTANMATUNO TO QTS277-PRMTANMATUNO
                   MOVE TMT-PRMTANMATUNO(6:8)
                                     TO QTS277-URIAGETANMATSU
                   MOVE "1"        TO QTS277-TANMATSUSTS
                   MOVE WS-TODAY   TO QTS277-SECHIYMD
                   MOVE "0"        TO QTS277-EMVKBN
                   MOVE "0"        TO QTS277-CONTACTLESSKBN
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS277-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           MOVE TMT-NAIBUNO          TO QTS277-NAIBUNO
           IF  TMT-SECHIYMD NOT = ZERO
               MOVE TMT-SECHIYMD     TO QTS277-SECHIYMD
           END-IF
           MOVE "2"                  TO QTS277-KOUSHINKBN
           MOVE TMT-OPERATORID       TO QTS277-OPERATORID
           MOVE WS-TODAY             TO QTS277-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS277-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS277-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS277-REC
           ELSE
               REWRITE QTS277-REC
           END-IF
           ADD 1 TO WS-HIMOZUKE-COUNT
           MOVE QTS277-REC           TO WS-JN-AFTER
           MOVE QTS277-PRMTANMATUNO  TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 撤去。提携先データより先に撤去を把握した場合に用いる。
      * 紐付は残し、撤去日以後の取引を端末照合で検知する。
       4000-TEKKYO.
           MOVE TMT-PRMTANMATUNO     TO QTS277-PRMTANMATUNO
           READ QTS277-TANMATSU
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS277M: TANMATSU NASHI " TMT-PRMTANMATUNO
               NOT INVALID KEY
                   MOVE QTS277-REC   TO WS-JN-BEFORE
                   MOVE "9"          TO QTS277-TANMATSUSTS
                   IF  TMT-TEKKYOYMD = ZERO
                       MOVE WS-TODAY TO QTS277-TEKKYOYMD
                   ELSE
                       MOVE TMT-TEKKYOYMD TO QTS277-TEKKYOYMD
                   END-IF
                   MOVE "2"          TO QTS277-KOUSHINKBN
                   MOVE TMT-OPERATORID TO QTS277-OPERATORID
                   MOVE WS-TODAY     TO QTS277-HOSTSHORIYMD
                   MOVE WS-NOW-TIME  TO QTS277-HOSTSHORITIME
                   MOVE WS-TODAY     TO QTS277-SVRKOUSHINYMD
                   REWRITE QTS277-REC
                   ADD 1 TO WS-TEKKYO-COUNT
                   MOVE QTS277-REC   TO WS-JN-AFTER
                   MOVE "C"          TO WS-JN-ACTION
                   MOVE TMT-PRMTANMATUNO TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS277M: HIMOZUKE=" WS-HIMOZUKE-COUNT
                   " TEKKYO=" WS-TEKKYO-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE TANMATSU-TRANFILE
           CLOSE QTS277-TANMATSU
           CLOSE QTS075-KAMEIFILE
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS277M"            TO QTS025-TRANID
           MOVE TMT-OPERATORID       TO QTS025-OPERATORID
           MOVE TMT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
