      *8...........2.........3.........4.........5........6........7.........8
      *    QTS286M
      ****************************************************************
      *                カード番号マスク解除照会処理                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    帳票・運用ログでは先頭６桁・末尾４桁以外を伏せているカード
      *    番号を、照会理由を付けた依頼１件ごとに回答する。回答は
      *    オペレータ権限（QTS129・QTS133、取引QTS286M）を照合できた
      *    依頼に限り、権限のない依頼にはマスク後の番号だけを返す。
      *    照会は回答の可否にかかわらずすべてオペレータ操作ジャー
      *    ナル（QTS025、操作区分Ｒ）に残し、ジャーナルにはマスク後
      *    の番号を記録する。本会員カードは会員マスタ、家族カードは
      *    会員家族ファイルの提携カード番号を回答する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS286M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  UNM-REQFILE     ASSIGN TO "QTS286RQ"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
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
           SELECT  UNM-ANSFILE     ASSIGN TO "QTS286AN"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  UNM-REQFILE.
       01  UNM-REQ-REC.
           05  REQ-KAIINKEY.
             07  REQ-PRMKIGYOUCD       PIC 9(04).
             07  REQ-PRMSUBRANGEKEY    PIC 9(04).
             07  REQ-PRMNAIBUKAIINNO   PIC 9(08).
             07  REQ-PRMRIYOUSHACD     PIC 9(01).
           05  REQ-RIYUKBN             PIC X(02).
      *        01:会員本人からの問合せ  02:不正調査
      *        03:国際ブランド・加盟店照会  04:監査
           05  REQ-UKETSUKENO          PIC X(10).
      *        問合せ・調査案件の受付番号
           05  REQ-OPERATORID          PIC X(08).
           05  REQ-TABANO              PIC X(05).
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
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
       FD  UNM-ANSFILE.
       01  UNM-ANS-LINE                PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-CARDNO               PIC 9(16).
       01  WS-KEKKA                PIC X(01).
      *        0:回答  1:権限なし  2:会員・カードなし  3:理由なし
       01  WS-JN-AFTER.
           05  WS-JA-MASKCARDNO    PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JA-RIYUKBN       PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JA-UKETSUKENO    PIC X(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-JA-KEKKA         PIC X(01).
       01  WS-ANS-LINE.
           05  WS-A-KIGYOUCD       PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-A-NAIBUKAIINNO   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-A-RIYOUSHACD     PIC 9(01).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-A-CARDNO         PIC X(16).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-A-MSG            PIC X(20).
       01  WS-KAITOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(05)     VALUE ZERO.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQ THRU 2900-NEXT-REQ
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  UNM-REQFILE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS020-KAZOKU
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN OUTPUT UNM-ANSFILE
           READ UNM-REQFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 照会理由のない依頼、会員・カードのない依頼は回答しない。
      * 権限のないオペレータにはマスク後の番号を返す。
       2000-PROCESS-REQ.
           MOVE SPACES               TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           IF  REQ-RIYUKBN = SPACES
               MOVE "3"              TO WS-KEKKA
               ADD 1 TO WS-NG-COUNT
               MOVE "RIYU NASHI"     TO WS-A-MSG
               GO TO 2800-ANSWER
           END-IF
           MOVE REQ-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE REQ-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE REQ-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   MOVE "2"          TO WS-KEKKA
                   ADD 1 TO WS-NG-COUNT
                   MOVE "MEMBER NASHI" TO WS-A-MSG
                   GO TO 2800-ANSWER
           END-READ
           PERFORM 3000-GET-CARDNO
           IF  WS-CARDNO = ZERO
               MOVE "2"              TO WS-KEKKA
               ADD 1 TO WS-NG-COUNT
               MOVE "CARD NASHI"     TO WS-A-MSG
               GO TO 2800-ANSWER
           END-IF
           MOVE WS-CARDNO            TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               MOVE "1"              TO WS-KEKKA
               ADD 1 TO WS-KENGEN-NG-COUNT
               DISPLAY "QTS286M: KENGEN NASHI " REQ-OPERATORID
               MOVE "KENGEN NASHI"   TO WS-A-MSG
               GO TO 2800-ANSWER
           END-IF
           MOVE "0"                  TO WS-KEKKA
           ADD 1 TO WS-KAITOU-COUNT
           MOVE SPACES               TO WS-A-MSG.

       2800-ANSWER.
           MOVE REQ-PRMKIGYOUCD      TO WS-A-KIGYOUCD
           MOVE REQ-PRMNAIBUKAIINNO  TO WS-A-NAIBUKAIINNO
           MOVE REQ-PRMRIYOUSHACD    TO WS-A-RIYOUSHACD
           IF  WS-KEKKA = "0"
               MOVE MSK-MOTOCARDNO   TO WS-A-CARDNO
           ELSE
               MOVE MSK-MASKCARDNO   TO WS-A-CARDNO
           END-IF
           MOVE WS-ANS-LINE          TO UNM-ANS-LINE
           WRITE UNM-ANS-LINE
           PERFORM 8100-WRITE-JOURNAL.

       2900-NEXT-REQ.
           READ UNM-REQFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE REQ-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS286M"       TO QTS133-PRMTRANID
                       READ QTS133-ROLEKYOKA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  QTS133-KYOKAKBN = "1"
                                   SET WS-KENGEN-OK TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * 本会員カードは会員マスタ、家族カードは会員家族ファイルの
      * 提携カード番号による。
       3000-GET-CARDNO.
           MOVE ZERO TO WS-CARDNO
           IF  REQ-PRMRIYOUSHACD = ZERO
               MOVE QTS010-TKSCARDNO TO WS-CARDNO
           ELSE
               MOVE REQ-PRMKIGYOUCD     TO QTS020-PRMKIGYOUCD
               MOVE REQ-PRMSUBRANGEKEY  TO QTS020-PRMSUBRANGEKEY
               MOVE REQ-PRMNAIBUKAIINNO TO QTS020-PRMNAIBUKAIINNO
               MOVE REQ-PRMRIYOUSHACD   TO QTS020-PRMRIYOUSHACD
               READ QTS020-KAZOKU
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE QTS020-TKSCARDNO TO WS-CARDNO
               END-READ
           END-IF.

      * 照会はすべて操作区分Ｒで記録する。変更後イメージにはマスク
      * 後の番号・照会理由・受付番号・回答結果を置く。
       8100-WRITE-JOURNAL.
           MOVE MSK-MASKCARDNO       TO WS-JA-MASKCARDNO
           MOVE REQ-RIYUKBN          TO WS-JA-RIYUKBN
           MOVE REQ-UKETSUKENO       TO WS-JA-UKETSUKENO
           MOVE WS-KEKKA             TO WS-JA-KEKKA
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS286M"            TO QTS025-TRANID
           MOVE REQ-OPERATORID       TO QTS025-OPERATORID
           MOVE REQ-TABANO           TO QTS025-TABANO
           MOVE "R"                  TO QTS025-ACTIONKBN
           MOVE REQ-KAIINKEY         TO QTS025-KEYINFO
           MOVE SPACES               TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.

      * カード番号は先頭６桁と末尾４桁以外を伏せて出力する。
       8600-MASK-CARDNO.
           IF  MSK-MOTOCARDNO = SPACES
           OR  MSK-MOTOCARDNO = ZERO
               MOVE MSK-MOTOCARDNO   TO MSK-MASKCARDNO
           ELSE
               MOVE MSK-MOTOCARDNO(1:6)  TO MSK-MASKMAE
               MOVE "******"             TO MSK-MASKCHU
               MOVE MSK-MOTOCARDNO(13:4) TO MSK-MASKATO
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS286M: KAITOU=" WS-KAITOU-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " NG=" WS-NG-COUNT
           CLOSE UNM-REQFILE
           CLOSE QTS010-MASTER
           CLOSE QTS020-KAZOKU
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE UNM-ANSFILE.
