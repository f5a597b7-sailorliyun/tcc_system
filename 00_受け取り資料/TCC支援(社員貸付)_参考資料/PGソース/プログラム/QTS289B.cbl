      *8...........2.........3.........4.........5........6........7.........8
      *    QTS289B
      ****************************************************************
      *                社員貸付勤務先承認回答取込バッチ              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    提携先企業からの承認回答（QXTS288）を取り込み、勤務先承認
      *    管理ファイル（QTS288）へ承認・減額承認・否認を記録する。
      *    回答ファイルは取込ゲート（QTS139B）の検証を通過したものに
      *    限り、ゲートの後続ジョブとして実行する。
      *    承認依頼のない申込・回答済の申込・承認額の不整合の明細は
      *    記録せずエラーとしてリストに出し、復帰コード８で終了する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS289B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QXTS288-INFILE  ASSIGN TO "QXTS288"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS288-SHONIN   ASSIGN TO "QTS288"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS288-PRM
                   FILE STATUS IS WS-QTS288-STATUS.
           SELECT  KAITOU-LIST     ASSIGN TO "QTS289RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QXTS288-INFILE.
      *    取込ゲート（QTS139B）共通ラッパ形式。先頭１桁のレコード
      *    区分に続けて承認回答レイアウトが入る。
       01  QXTS288-REC.
           03  QXK-RECKBN              PIC X(01).
      *        1:ヘッダ  2:データ  8:トレーラ
           COPY QXTS288 REPLACING ==()== BY ==QXTS288==.
       FD  QTS288-SHONIN.
       01  QTS288-REC.
           COPY QTS288 REPLACING ==()== BY ==QTS288==.
       FD  KAITOU-LIST.
       01  KAITOU-LIST-LINE            PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS288-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-ERR-CD               PIC X(06).
       01  WS-SHONIN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-GENGAKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-HININ-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-ERR-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-KT-LINE.
           05  WS-KT-AITESAKINO    PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KT-GAIBUKAIINNO  PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KT-UKETSUKEDATE  PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KT-KAITOUKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KT-SHINSEIGAKU   PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KT-SHONINGAKU    PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KT-HININRIYU     PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KT-BIKO          PIC X(06)     VALUE SPACES.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-KAITOU THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QXTS288-INFILE
           OPEN I-O    QTS288-SHONIN
           OPEN OUTPUT KAITOU-LIST.

      * 回答明細を承認管理と突合する。依頼中（督促中を含む）の申込
      * にだけ回答を受け入れる。承認で承認額がゼロのときは申込額を
      * 承認額とし、減額承認は申込額未満の承認額を必須とする。
       2000-APPLY-KAITOU.
           READ QXTS288-INFILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF  QXK-RECKBN NOT = "2"
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES                 TO WS-ERR-CD
           MOVE QXTS288-AITESAKINO     TO QTS288-PRMAITESAKINO
           MOVE QXTS288-GAIBUKAIINNO   TO QTS288-PRMGAIBUKAIINNO
           MOVE QXTS288-UKETSUKEDATE   TO QTS288-PRMUKETSUKEDATE
           READ QTS288-SHONIN
               INVALID KEY
                   MOVE ZERO           TO QTS288-SHINSEIGAKU
                   MOVE "MIIRAI"       TO WS-ERR-CD
                   GO TO 2000-ERROR
           END-READ
           EVALUATE QTS288-SHONINSTS
               WHEN "2"
                   CONTINUE
               WHEN "3"
               WHEN "4"
               WHEN "5"
                   MOVE "KAITOU"       TO WS-ERR-CD
                   GO TO 2000-ERROR
               WHEN "9"
                   MOVE "TORISG"       TO WS-ERR-CD
                   GO TO 2000-ERROR
               WHEN OTHER
                   MOVE "MIIRAI"       TO WS-ERR-CD
                   GO TO 2000-ERROR
           END-EVALUATE
           EVALUATE QXTS288-KAITOUKBN
               WHEN "1"
                   IF  QXTS288-SHONINGAKU NOT = ZERO
                   AND QXTS288-SHONINGAKU NOT = QTS288-SHINSEIGAKU
                       MOVE "GAKU"     TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
                   MOVE "3"            TO QTS288-SHONINSTS
                   MOVE QTS288-SHINSEIGAKU TO QTS288-SHONINGAKU
                   ADD 1 TO WS-SHONIN-COUNT
               WHEN "2"
                   IF  QXTS288-SHONINGAKU = ZERO
                   OR  QXTS288-SHONINGAKU >= QTS288-SHINSEIGAKU
                       MOVE "GAKU"     TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
                   MOVE "4"            TO QTS288-SHONINSTS
                   MOVE QXTS288-SHONINGAKU TO QTS288-SHONINGAKU
                   ADD 1 TO WS-GENGAKU-COUNT
               WHEN "3"
                   MOVE "5"            TO QTS288-SHONINSTS
                   MOVE ZERO           TO QTS288-SHONINGAKU
                   ADD 1 TO WS-HININ-COUNT
               WHEN OTHER
                   MOVE "KBN"          TO WS-ERR-CD
                   GO TO 2000-ERROR
           END-EVALUATE
           MOVE QXTS288-KAITOUYMD      TO QTS288-KAITOUYMD
           MOVE WS-TODAY               TO QTS288-TORIKOMIYMD
           MOVE QXTS288-SHONINSHA      TO QTS288-SHONINSHA
           MOVE QXTS288-HININRIYU      TO QTS288-HININRIYU
           MOVE WS-TODAY               TO QTS288-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS288-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS288-SVRKOUSHINYMD
           REWRITE QTS288-REC
           PERFORM 5000-WRITE-LIST
           GO TO 2000-EXIT.

       2000-ERROR.
           ADD 1                       TO WS-ERR-COUNT
           PERFORM 5000-WRITE-LIST.

       2000-EXIT.
           EXIT.

       5000-WRITE-LIST.
           MOVE QXTS288-AITESAKINO     TO WS-KT-AITESAKINO
           MOVE QXTS288-GAIBUKAIINNO   TO WS-KT-GAIBUKAIINNO
           MOVE QXTS288-UKETSUKEDATE   TO WS-KT-UKETSUKEDATE
           MOVE QXTS288-KAITOUKBN      TO WS-KT-KAITOUKBN
           MOVE QTS288-SHINSEIGAKU     TO WS-KT-SHINSEIGAKU
           MOVE QXTS288-SHONINGAKU     TO WS-KT-SHONINGAKU
           MOVE QXTS288-HININRIYU      TO WS-KT-HININRIYU
           MOVE WS-ERR-CD              TO WS-KT-BIKO
           MOVE WS-KT-LINE             TO KAITOU-LIST-LINE
           WRITE KAITOU-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS289B: SHONIN=" WS-SHONIN-COUNT
                   " GENGAKU=" WS-GENGAKU-COUNT
                   " HININ=" WS-HININ-COUNT
                   " ERROR=" WS-ERR-COUNT
           IF  WS-ERR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE QXTS288-INFILE
           CLOSE QTS288-SHONIN
           CLOSE KAITOU-LIST.
