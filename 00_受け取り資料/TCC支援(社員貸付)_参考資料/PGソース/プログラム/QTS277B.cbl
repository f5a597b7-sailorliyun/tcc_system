      *8...........2.........3.........4.........5........6........7.........8
      *    QTS277B
      ****************************************************************
      *                加盟店端末マスタ反映バッチ（日次）            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    提携先から受領した加盟店端末情報（QXS010）を加盟店端末
      *    マスタ（QTS277）へ反映する。
      *      更新区分 1:新規  2:変更  3:撤去
      *    新規端末は加盟店未紐付で登録し、稼働中で未紐付の端末を
      *    一覧に出力する（紐付はQTS277Mで行う）。撤去後に新規・
      *    変更を受けた端末は再設置として稼働中に戻す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS277B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QXS010-KAMEITEN ASSIGN TO "QXS010"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS277-TANMATSU ASSIGN TO "QTS277"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS277-PRMTANMATUNO
                   ALTERNATE RECORD KEY IS QTS277-URIAGETANMATSU
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS277-STATUS.
           SELECT  MIHIMOZUKE-LIST ASSIGN TO "QTS277RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QXS010-KAMEITEN.
       01  QXS010-REC.
           COPY QXS010 REPLACING ==()== BY ==QXS010==.
       FD  QTS277-TANMATSU.
       01  QTS277-REC.
           COPY QTS277 REPLACING ==()== BY ==QTS277==.
       FD  MIHIMOZUKE-LIST.
       01  MIHIMOZUKE-LIST-LINE        PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS277-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-SHINKI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-HENKO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TEKKYO-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-SAISECHI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-MIHIMOZUKE-COUNT     PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-FOUND-SW             PIC X(01).
           88  WS-FOUND                          VALUE "Y".
       01  WS-YMD-WK               PIC X(08).
       01  WS-YMD-WK-N             REDEFINES WS-YMD-WK
                                   PIC 9(08).
       01  WS-MH-LINE.
           05  WS-MH-TANMATUNO     PIC X(13).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MH-SECHIYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MH-SECHITENKANA  PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-MH-RIYU          PIC N(07).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TANMATSU THRU 2000-EXIT UNTIL WS-EOF
           PERFORM 5000-LIST-MIHIMOZUKE THRU 5000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QXS010-KAMEITEN
           OPEN I-O    QTS277-TANMATSU
           OPEN OUTPUT MIHIMOZUKE-LIST
           READ QXS010-KAMEITEN
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-APPLY-TANMATSU.
           MOVE QXS010-TANMATUNO     TO QTS277-PRMTANMATUNO
           MOVE "N" TO WS-FOUND-SW
           READ QTS277-TANMATSU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
           END-READ
           IF  QXS010-UPDKBN = "3"
               PERFORM 4000-TEKKYO THRU 4000-EXIT
               GO TO 2900-NEXT-TANMATSU
           END-IF
           IF  NOT WS-FOUND
               INITIALIZE QTS277-REC
               MOVE QXS010-TANMATUNO TO QTS277-PRMTANMATUNO
               MOVE QXS010-TANMATUNO(6:8) TO QTS277-URIAGETANMATSU
               MOVE ZERO             TO QTS277-NAIBUNO
               MOVE "1"              TO QTS277-TANMATSUSTS
               PERFORM 3000-SET-SECHIYMD
               MOVE ZERO             TO QTS277-TEKKYOYMD
               MOVE SPACES           TO QTS277-OPERATORID
               PERFORM 3100-SET-ZOKUSEI
               WRITE QTS277-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS277B: WRITE ERROR "
                           QTS277-PRMTANMATUNO
                   NOT INVALID KEY
                       ADD 1 TO WS-SHINKI-COUNT
               END-WRITE
               GO TO 2900-NEXT-TANMATSU
           END-IF
           IF  QTS277-TANMATSUSTS = "9"
               MOVE "1"              TO QTS277-TANMATSUSTS
               PERFORM 3000-SET-SECHIYMD
               MOVE ZERO             TO QTS277-TEKKYOYMD
               ADD 1 TO WS-SAISECHI-COUNT
           ELSE
               ADD 1 TO WS-HENKO-COUNT
           END-IF
           PERFORM 3100-SET-ZOKUSEI
           REWRITE QTS277-REC.

       2900-NEXT-TANMATSU.
           READ QXS010-KAMEITEN
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      * 設置日はセンタ登録日とし、日付でないときは処理日とする。
       3000-SET-SECHIYMD.
           MOVE QXS010-CENTERREGDATE TO WS-YMD-WK
           IF  WS-YMD-WK IS NUMERIC
           AND WS-YMD-WK-N NOT = ZERO
               MOVE WS-YMD-WK-N      TO QTS277-SECHIYMD
           ELSE
               MOVE WS-TODAY         TO QTS277-SECHIYMD
           END-IF.

       3100-SET-ZOKUSEI.
           MOVE QXS010-MAKERCD       TO QTS277-MAKERCD
           MOVE QXS010-KISHUCD       TO QTS277-SHUBETSU
           IF  QXS010-VSDC = "1"
           OR  QXS010-MCHIP = "1"
           OR  QXS010-JSMART = "1"
           OR  QXS010-AEIPS = "1"
           OR  QXS010-DN = "1"
           OR  QXS010-UPI = "1"
               MOVE "1"              TO QTS277-EMVKBN
           ELSE
               MOVE "0"              TO QTS277-EMVKBN
           END-IF
           IF  QXS010-CONTACTLESS = "1"
               MOVE "1"              TO QTS277-CONTACTLESSKBN
           ELSE
               MOVE "0"              TO QTS277-CONTACTLESSKBN
           END-IF
           MOVE QXS010-SECHITENKANA  TO QTS277-SECHITENKANA
           MOVE "1"                  TO QTS277-KOUSHINKBN
           MOVE WS-TODAY             TO QTS277-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS277-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS277-SVRKOUSHINYMD.

      * 撤去日は管理受付日とし、日付でないときは処理日とする。
      * 撤去後の取引は端末照合で撤去済端末として検知される。
       4000-TEKKYO.
           IF  NOT WS-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS277B: TEKKYO TANMATSU NASHI "
                   QXS010-TANMATUNO
               GO TO 4000-EXIT
           END-IF
           MOVE QXS010-KANRIUKETUKEBI TO WS-YMD-WK
           IF  WS-YMD-WK IS NUMERIC
           AND WS-YMD-WK-N NOT = ZERO
               MOVE WS-YMD-WK-N      TO QTS277-TEKKYOYMD
           ELSE
               MOVE WS-TODAY         TO QTS277-TEKKYOYMD
           END-IF
           MOVE "9"                  TO QTS277-TANMATSUSTS
           MOVE "1"                  TO QTS277-KOUSHINKBN
           MOVE WS-TODAY             TO QTS277-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS277-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS277-SVRKOUSHINYMD
           REWRITE QTS277-REC
           ADD 1 TO WS-TEKKYO-COUNT.

       4000-EXIT.
           EXIT.

      * 稼働中で加盟店未紐付の端末を一覧にする（当日分に限らず、
      * 紐付が済むまで毎日出力する）。
       5000-LIST-MIHIMOZUKE.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES           TO QTS277-SEG
           START QTS277-TANMATSU KEY IS >= QTS277-PRMTANMATUNO
               INVALID KEY
                   GO TO 5000-EXIT
           END-START
           READ QTS277-TANMATSU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 5100-LIST-ONE UNTIL WS-EOF.

       5000-EXIT.
           EXIT.

       5100-LIST-ONE.
           IF  QTS277-TANMATSUSTS = "1"
           AND QTS277-NAIBUNO = ZERO
               MOVE QTS277-PRMTANMATUNO  TO WS-MH-TANMATUNO
               MOVE QTS277-SECHIYMD      TO WS-MH-SECHIYMD
               MOVE QTS277-SECHITENKANA  TO WS-MH-SECHITENKANA
               MOVE "加盟店未紐付"       TO WS-MH-RIYU
               MOVE WS-MH-LINE           TO MIHIMOZUKE-LIST-LINE
               WRITE MIHIMOZUKE-LIST-LINE
               ADD 1 TO WS-MIHIMOZUKE-COUNT
           END-IF
           READ QTS277-TANMATSU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS277B: SHINKI=" WS-SHINKI-COUNT
                   " HENKO=" WS-HENKO-COUNT
                   " SAISECHI=" WS-SAISECHI-COUNT
                   " TEKKYO=" WS-TEKKYO-COUNT
                   " MIHIMOZUKE=" WS-MIHIMOZUKE-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QXS010-KAMEITEN
           CLOSE QTS277-TANMATSU
           CLOSE MIHIMOZUKE-LIST.
