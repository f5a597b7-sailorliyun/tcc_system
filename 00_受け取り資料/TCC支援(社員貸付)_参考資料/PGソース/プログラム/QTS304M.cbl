      *8...........2.........3.........4.........5........6........7.........8
      *    QTS304M
      ****************************************************************
      *                加盟店負担キャンペーンメンテナンス処理        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    加盟店負担キャンペーン（QTS304）の登録・変更・中止と、
      *    名簿指定ありのキャンペーンの対象会員名簿（QTS305）の登録・
      *    削除を行う。付与済の特典明細（QTS306）が参照するため、
      *    キャンペーンは削除せず中止状態とする。実績累計は変更時も
      *    引き継ぐ。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS304M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  OFR-TRANFILE    ASSIGN TO "QTS304TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS304-OFFER    ASSIGN TO "QTS304"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS304-SEG
                   FILE STATUS IS WS-QTS304-STATUS.
           SELECT  QTS305-MEIBO    ASSIGN TO "QTS305"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS305-SEG
                   FILE STATUS IS WS-QTS305-STATUS.
           SELECT  QTS075-KAMEIFILE ASSIGN TO "QTS075"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS075-ENTRYKEY
                   FILE STATUS IS WS-QTS075-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
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
       FD  OFR-TRANFILE.
       01  OFR-TRAN-REC.
           05  OFR-ACTIONKBN           PIC 9(01).
      *        1:登録・変更  2:中止  3:名簿登録  4:名簿削除
           05  OFR-OFFERID             PIC X(08).
           05  OFR-OFFERMEI            PIC N(20).
           05  OFR-KAMEITENNO          PIC X(10).
           05  OFR-TAISHOKIGYOUCD      PIC 9(04).
           05  OFR-TAISHOCARDKBN       PIC 9(06).
           05  OFR-TAISHOMEIBOKBN      PIC X(01).
           05  OFR-YUKOKAISHIYMD       PIC 9(08).
           05  OFR-YUKOSHURYOYMD       PIC 9(08).
           05  OFR-SAITEIKNG           PIC 9(09).
           05  OFR-KANGENRITSU         PIC 9(02)V9(01).
           05  OFR-KAIINJOGENKNG       PIC 9(09).
           05  OFR-YOSANKNG            PIC 9(11).
           05  OFR-KANGENHOHO          PIC X(01).
           05  OFR-POINTYUKONISSU      PIC 9(03).
           05  OFR-TESURYORITSU        PIC 9(02)V9(02).
      *        以下は名簿登録・名簿削除で使用
           05  OFR-KIGYOUCD            PIC 9(04).
           05  OFR-SUBRANGEKEY         PIC 9(04).
           05  OFR-NAIBUKAIINNO        PIC 9(08).
           05  OFR-OPERATORID          PIC X(08).
           05  OFR-TABANO              PIC X(05).
       FD  QTS304-OFFER.
       01  QTS304-REC.
           COPY QTS304 REPLACING ==()== BY ==QTS304==.
       FD  QTS305-MEIBO.
       01  QTS305-REC.
           COPY QTS305 REPLACING ==()== BY ==QTS305==.
       FD  QTS075-KAMEIFILE.
       01  QTS075-REC.
           COPY QTS075 REPLACING ==()== BY ==QTS075==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
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
       01  WS-QTS304-STATUS        PIC X(02).
       01  WS-QTS305-STATUS        PIC X(02).
       01  WS-QTS075-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KAMEITEN-NUM         PIC 9(07).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOROKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-CHUSHI-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-MEIBO-COUNT          PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  OFR-TRANFILE
           OPEN I-O    QTS304-OFFER
           OPEN I-O    QTS305-MEIBO
           OPEN INPUT  QTS075-KAMEIFILE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ OFR-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 還元率・手数料率は加盟店との契約に基づくため、権限のある
      * オペレータのみ更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  OFR-OFFERID = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS304M: OFFERID NASHI"
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE OFR-OFFERID          TO QTS304-PRMOFFERID
           EVALUATE OFR-ACTIONKBN
               WHEN 1 PERFORM 3000-REGISTER-OFFER THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CANCEL-OFFER
               WHEN 3 PERFORM 5000-ADD-MEIBO THRU 5000-EXIT
               WHEN 4 PERFORM 6000-DELETE-MEIBO
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304M: BAD ACTION " OFR-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ OFR-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE OFR-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS304M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS304M: KENGEN NASHI " OFR-OPERATORID
           END-IF.

      * 負担加盟店は加盟店マスタに登録済であること。有効期間・
      * 還元率・還元方法の整合を確認して登録する。
       3000-REGISTER-OFFER.
           IF  OFR-YUKOKAISHIYMD > OFR-YUKOSHURYOYMD
           OR  OFR-KANGENRITSU = ZERO
           OR  (OFR-KANGENHOHO NOT = "1" AND "2")
           OR  (OFR-TAISHOMEIBOKBN NOT = SPACE AND "1")
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS304M: NAIYOU NG " OFR-OFFERID
               GO TO 3000-EXIT
           END-IF
           MOVE OFR-KAMEITENNO       TO WS-KAMEITEN-NUM
           MOVE WS-KAMEITEN-NUM      TO QTS075-PRMNAIBUNO
           READ QTS075-KAMEIFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304M: KAMEITEN NASHI " OFR-KAMEITENNO
                   GO TO 3000-EXIT
           END-READ
           READ QTS304-OFFER
               INVALID KEY
                   INITIALIZE QTS304-REC
                   MOVE OFR-OFFERID TO QTS304-PRMOFFERID
                   MOVE SPACES     TO WS-JN-BEFORE
                   MOVE "A"        TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS304-REC TO WS-JN-BEFORE
                   MOVE "C"        TO WS-JN-ACTION
           END-READ
           MOVE OFR-OFFERMEI         TO QTS304-OFFERMEI
           MOVE OFR-KAMEITENNO       TO QTS304-KAMEITENNO
           MOVE OFR-TAISHOKIGYOUCD   TO QTS304-TAISHOKIGYOUCD
           MOVE OFR-TAISHOCARDKBN    TO QTS304-TAISHOCARDKBN
           MOVE OFR-TAISHOMEIBOKBN   TO QTS304-TAISHOMEIBOKBN
           MOVE OFR-YUKOKAISHIYMD    TO QTS304-YUKOKAISHIYMD
           MOVE OFR-YUKOSHURYOYMD    TO QTS304-YUKOSHURYOYMD
           MOVE OFR-SAITEIKNG        TO QTS304-SAITEIKNG
           MOVE OFR-KANGENRITSU      TO QTS304-KANGENRITSU
           MOVE OFR-KAIINJOGENKNG    TO QTS304-KAIINJOGENKNG
           MOVE OFR-YOSANKNG         TO QTS304-YOSANKNG
           MOVE OFR-KANGENHOHO       TO QTS304-KANGENHOHO
           MOVE OFR-POINTYUKONISSU   TO QTS304-POINTYUKONISSU
           MOVE OFR-TESURYORITSU     TO QTS304-TESURYORITSU
           MOVE "1"                  TO QTS304-OFFERSTS
           MOVE WS-TODAY             TO QTS304-TOROKUYMD
           MOVE OFR-OPERATORID       TO QTS304-OPERATORID
           MOVE WS-TODAY             TO QTS304-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS304-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS304-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS304-REC
           ELSE
               REWRITE QTS304-REC
           END-IF
           ADD 1 TO WS-TOROKU-COUNT
           MOVE QTS304-REC           TO WS-JN-AFTER
           MOVE QTS304-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 中止後の利用は特典の対象外となる。付与済の特典の加盟店
      * 請求は中止後も回収を続ける。
       4000-CANCEL-OFFER.
           READ QTS304-OFFER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304M: TOUROKU NASHI " QTS304-SEG
               NOT INVALID KEY
                   MOVE QTS304-REC   TO WS-JN-BEFORE
                   MOVE "9"          TO QTS304-OFFERSTS
                   MOVE OFR-OPERATORID TO QTS304-OPERATORID
                   MOVE WS-TODAY     TO QTS304-HOSTSHORIYMD
                   MOVE WS-NOW-TIME  TO QTS304-HOSTSHORITIME
                   MOVE WS-TODAY     TO QTS304-SVRKOUSHINYMD
                   REWRITE QTS304-REC
                   ADD 1 TO WS-CHUSHI-COUNT
                   MOVE QTS304-REC   TO WS-JN-AFTER
                   MOVE "C"          TO WS-JN-ACTION
                   MOVE QTS304-SEG   TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

      * 名簿はキャンペーンと会員がともに登録済の場合に受け付ける。
       5000-ADD-MEIBO.
           READ QTS304-OFFER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304M: TOUROKU NASHI " QTS304-SEG
                   GO TO 5000-EXIT
           END-READ
           MOVE OFR-KIGYOUCD         TO QTS010-PRMKIGYOUCD
           MOVE OFR-SUBRANGEKEY      TO QTS010-PRMSUBRANGEKEY
           MOVE OFR-NAIBUKAIINNO     TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304M: KAIIN NASHI " QTS010-PRM
                   GO TO 5000-EXIT
           END-READ
           INITIALIZE QTS305-REC
           MOVE OFR-OFFERID          TO QTS305-PRMOFFERID
           MOVE OFR-KIGYOUCD         TO QTS305-PRMKIGYOUCD
           MOVE OFR-SUBRANGEKEY      TO QTS305-PRMSUBRANGEKEY
           MOVE OFR-NAIBUKAIINNO     TO QTS305-PRMNAIBUKAIINNO
           MOVE WS-TODAY             TO QTS305-TOROKUYMD
           MOVE OFR-OPERATORID       TO QTS305-OPERATORID
           MOVE WS-TODAY             TO QTS305-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS305-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS305-SVRKOUSHINYMD
           WRITE QTS305-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304M: MEIBO TOUROKUZUMI " QTS305-SEG
                   GO TO 5000-EXIT
           END-WRITE
           ADD 1 TO WS-MEIBO-COUNT
           MOVE SPACES               TO WS-JN-BEFORE
           MOVE QTS305-REC           TO WS-JN-AFTER
           MOVE "A"                  TO WS-JN-ACTION
           MOVE QTS305-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

       6000-DELETE-MEIBO.
           MOVE OFR-OFFERID          TO QTS305-PRMOFFERID
           MOVE OFR-KIGYOUCD         TO QTS305-PRMKIGYOUCD
           MOVE OFR-SUBRANGEKEY      TO QTS305-PRMSUBRANGEKEY
           MOVE OFR-NAIBUKAIINNO     TO QTS305-PRMNAIBUKAIINNO
           READ QTS305-MEIBO
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304M: MEIBO NASHI " QTS305-SEG
               NOT INVALID KEY
                   MOVE QTS305-REC   TO WS-JN-BEFORE
                   DELETE QTS305-MEIBO
                   ADD 1 TO WS-SAKUJO-COUNT
                   MOVE SPACES       TO WS-JN-AFTER
                   MOVE "D"          TO WS-JN-ACTION
                   MOVE QTS305-SEG   TO WS-JN-KEYINFO
                   PERFORM 9100-WRITE-JOURNAL
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS304M: TOROKU=" WS-TOROKU-COUNT
                   " CHUSHI=" WS-CHUSHI-COUNT
                   " MEIBO=" WS-MEIBO-COUNT
                   " SAKUJO=" WS-SAKUJO-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE OFR-TRANFILE
           CLOSE QTS304-OFFER
           CLOSE QTS305-MEIBO
           CLOSE QTS075-KAMEIFILE
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS304M"            TO QTS025-TRANID
           MOVE OFR-OPERATORID       TO QTS025-OPERATORID
           MOVE OFR-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
