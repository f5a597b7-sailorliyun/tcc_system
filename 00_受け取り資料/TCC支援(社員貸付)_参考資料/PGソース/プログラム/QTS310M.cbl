      *8...........2.........3.........4.........5........6........7.........8
      *    QTS310M
      ****************************************************************
      *                海外事務手数料率メンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    海外事務手数料率テーブル（QTS310）をカード区分とブランド
      *    の組合せごとに登録・変更する。カード区分ゼロ・ブランド
      *    空白は共通料率として登録できる。料率の改定は適用開始日を
      *    付けて登録し、すでに適用中の料率は改定前料率へ移して
      *    開始日前の計上分に使う。変更前後の内容は操作ジャーナル
      *    （QTS025）に残す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS310M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  RITSU-TRANFILE  ASSIGN TO "QTS310TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS310-RITSU    ASSIGN TO "QTS310"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS310-SEG
                   FILE STATUS IS WS-QTS310-STATUS.
           SELECT  QTS130-CARDTBL  ASSIGN TO "QTS130"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS130-PRMCARDKBN
                   FILE STATUS IS WS-QTS130-STATUS.
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
       FD  RITSU-TRANFILE.
       01  RITSU-TRAN-REC.
           05  RTT-CARDKBN             PIC 9(06).
           05  RTT-BRANDKBN            PIC X(01).
           05  RTT-TESURYORITSU        PIC 99V999.
           05  RTT-TEKIYOKAISHIYMD     PIC 9(08).
      *        料率の適用開始日（ゼロは当日）
           05  RTT-OPERATORID          PIC X(08).
           05  RTT-TABANO              PIC X(05).
       FD  QTS310-RITSU.
       01  QTS310-REC.
           COPY QTS310 REPLACING ==()== BY ==QTS310==.
       FD  QTS130-CARDTBL.
       01  QTS130-REC.
           COPY QTS130 REPLACING ==()== BY ==QTS130==.
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
       01  WS-QTS310-STATUS        PIC X(02).
       01  WS-QTS130-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KAISHI-YMD           PIC 9(08).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOUROKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-HENKOU-COUNT         PIC 9(07)     VALUE ZERO.
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
           OPEN INPUT  RITSU-TRANFILE
           OPEN I-O    QTS310-RITSU
           OPEN INPUT  QTS130-CARDTBL
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ RITSU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 料率は会員への請求額を左右するため、権限のあるオペレータ
      * のみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           PERFORM 3000-APPLY-RITSU THRU 3000-EXIT.

       2900-NEXT-TRAN.
           READ RITSU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE RTT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS310M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS310M: KENGEN NASHI " RTT-OPERATORID
           END-IF.

      * カード区分はカード管理テーブルに登録のあるもの（共通料率は
      * ゼロ）、ブランドはＢＩＮ定義のブランド区分か空白に限る。
      * 改定時、登録済の料率がすでに適用中なら改定前料率へ移す。
      * 適用前の料率を差し替えるときは改定前料率をそのまま残す。
       3000-APPLY-RITSU.
           IF  RTT-CARDKBN NOT NUMERIC
           OR  (RTT-BRANDKBN NOT = SPACE AND "1" AND "2" AND "3")
           OR  RTT-TESURYORITSU NOT NUMERIC
           OR  RTT-TEKIYOKAISHIYMD NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS310M: NAIYOU NG " RTT-CARDKBN
                       " " RTT-BRANDKBN
               GO TO 3000-EXIT
           END-IF
           IF  RTT-CARDKBN NOT = ZERO
               MOVE RTT-CARDKBN      TO QTS130-PRMCARDKBN
               READ QTS130-CARDTBL
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS310M: CARDKBN NASHI " RTT-CARDKBN
                       GO TO 3000-EXIT
               END-READ
           END-IF
           IF  RTT-TEKIYOKAISHIYMD = ZERO
               MOVE WS-TODAY         TO WS-KAISHI-YMD
           ELSE
               MOVE RTT-TEKIYOKAISHIYMD TO WS-KAISHI-YMD
           END-IF
           MOVE RTT-CARDKBN          TO QTS310-PRMCARDKBN
           MOVE RTT-BRANDKBN         TO QTS310-PRMBRANDKBN
           READ QTS310-RITSU
               INVALID KEY
                   INITIALIZE QTS310-REC
                   MOVE RTT-CARDKBN  TO QTS310-PRMCARDKBN
                   MOVE RTT-BRANDKBN TO QTS310-PRMBRANDKBN
                   MOVE ZERO         TO QTS310-ZENTESURYORITSU
                   MOVE WS-TODAY     TO QTS310-TOROKUYMD
                   MOVE SPACES       TO WS-JN-BEFORE
                   MOVE "A"          TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS310-REC   TO WS-JN-BEFORE
                   MOVE "C"          TO WS-JN-ACTION
                   IF  QTS310-TEKIYOKAISHIYMD <= WS-TODAY
                       MOVE QTS310-TESURYORITSU
                           TO QTS310-ZENTESURYORITSU
                   END-IF
           END-READ
           MOVE RTT-TESURYORITSU     TO QTS310-TESURYORITSU
           MOVE WS-KAISHI-YMD        TO QTS310-TEKIYOKAISHIYMD
           MOVE RTT-OPERATORID       TO QTS310-OPERATORID
           MOVE WS-TODAY             TO QTS310-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS310-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS310-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS310-REC
               ADD 1 TO WS-TOUROKU-COUNT
           ELSE
               REWRITE QTS310-REC
               ADD 1 TO WS-HENKOU-COUNT
           END-IF
           MOVE QTS310-REC           TO WS-JN-AFTER
           MOVE QTS310-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "QTS310M: TOUROKU=" WS-TOUROKU-COUNT
                   " HENKOU=" WS-HENKOU-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE RITSU-TRANFILE
           CLOSE QTS310-RITSU
           CLOSE QTS130-CARDTBL
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS310M"            TO QTS025-TRANID
           MOVE RTT-OPERATORID       TO QTS025-OPERATORID
           MOVE RTT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
