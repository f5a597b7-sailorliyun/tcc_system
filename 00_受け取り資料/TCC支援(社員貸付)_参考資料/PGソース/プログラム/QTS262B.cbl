      *8...........2.........3.........4.........5........6........7.........8
      *    QTS262B
      ****************************************************************
      *                長期一時利用停止カードのコールセンタ連絡      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
      *    一時利用停止のまま所定日数（パラメタ、既定１４日）を経過
      *    したカードを連絡リストへ出し、コールセンタから会員へ紛失・
      *    盗難の有無を確認する。連絡済のカードは連絡日を記録し、解除
      *    または再停止されるまで再度は出さない。紛失届への切替は
      *    確認後にQTS262Mで行う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS262B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  TEISI-PARAM     ASSIGN TO "QTS262PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS262-TEISI    ASSIGN TO "QTS262"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS262-SEG
                   FILE STATUS IS WS-QTS262-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  RENRAKU-LIST    ASSIGN TO "QTS262RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  TEISI-PARAM.
       01  TEISI-PARAM-REC.
           05  PRM-KEIKANISSU          PIC 9(03).
      *        連絡までの停止継続日数
       FD  QTS262-TEISI.
       01  QTS262-REC.
           COPY QTS262 REPLACING ==()== BY ==QTS262==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  RENRAKU-LIST.
       01  RENRAKU-LIST-LINE           PIC X(120).
       WORKING-STORAGE             SECTION.
       01  WS-QTS262-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-KEIKANISSU           PIC 9(03)     VALUE 14.
       01  WS-TEISI-NISSU          PIC S9(05).
       01  WS-TEISICHUU-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-RENRAKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-RL-LINE.
           05  WS-RL-CARDNO        PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RL-RIYOUSHACD    PIC 9(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-SHIMEIKANA    PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-TEL           PIC X(15).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-TEISIYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-NISSU         PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-CHANNEL       PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-KEIZOKU       PIC X(01).
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-TEISI THRU 2900-NEXT-TEISI
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  TEISI-PARAM
           READ TEISI-PARAM
               AT END
                   MOVE ZERO TO PRM-KEIKANISSU
           END-READ
           IF  PRM-KEIKANISSU > ZERO
               MOVE PRM-KEIKANISSU TO WS-KEIKANISSU
           END-IF
           CLOSE TEISI-PARAM
           OPEN I-O    QTS262-TEISI
           OPEN INPUT  QTS010-MASTER
           OPEN OUTPUT RENRAKU-LIST
           MOVE LOW-VALUES TO QTS262-PRMCARDNO
           START QTS262-TEISI KEY >= QTS262-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS262-TEISI NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 停止中で未連絡のカードについて停止日からの経過日数を求め、
      * 所定日数以上であれば連絡リストへ出して連絡日を記録する。
       2000-CHECK-TEISI.
           IF  QTS262-TEISISTS NOT = "1"
               GO TO 2900-NEXT-TEISI
           END-IF
           ADD 1 TO WS-TEISICHUU-COUNT
           IF  QTS262-CCRENRAKUYMD NOT = ZERO
           OR  QTS262-TEISIYMD = ZERO
               GO TO 2900-NEXT-TEISI
           END-IF
           COMPUTE WS-TEISI-NISSU =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(QTS262-TEISIYMD)
           IF  WS-TEISI-NISSU < WS-KEIKANISSU
               GO TO 2900-NEXT-TEISI
           END-IF
           PERFORM 3000-WRITE-LIST
           MOVE WS-TODAY             TO QTS262-CCRENRAKUYMD
           MOVE WS-TODAY             TO QTS262-SVRKOUSHINYMD
           REWRITE QTS262-REC
           ADD 1 TO WS-RENRAKU-COUNT.

       2900-NEXT-TEISI.
           READ QTS262-TEISI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-WRITE-LIST.
           MOVE QTS262-KAIKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS262-KAISUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS262-KAINAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   INITIALIZE QTS010-REC
           END-READ
           MOVE QTS262-PRMCARDNO       TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO         TO WS-RL-CARDNO
           MOVE QTS262-KAIKIGYOUCD     TO WS-RL-KIGYOUCD
           MOVE QTS262-KAINAIBUKAIINNO TO WS-RL-KAIINNO
           MOVE QTS262-KAIRIYOUSHACD   TO WS-RL-RIYOUSHACD
           MOVE QTS010-HONSHIMEIKANA   TO WS-RL-SHIMEIKANA
           MOVE QTS010-JTKTEL          TO WS-RL-TEL
           MOVE QTS262-TEISIYMD        TO WS-RL-TEISIYMD
           MOVE WS-TEISI-NISSU         TO WS-RL-NISSU
           MOVE QTS262-TEISICHANNEL    TO WS-RL-CHANNEL
           MOVE QTS262-KEIZOKUKYOKA    TO WS-RL-KEIZOKU
           MOVE WS-RL-LINE             TO RENRAKU-LIST-LINE
           WRITE RENRAKU-LIST-LINE.

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
           DISPLAY "QTS262B: NISSU=" WS-KEIKANISSU
                   " TEISICHUU=" WS-TEISICHUU-COUNT
                   " RENRAKU=" WS-RENRAKU-COUNT
           CLOSE QTS262-TEISI
           CLOSE QTS010-MASTER
           CLOSE RENRAKU-LIST.
