      *   000001   新規作成                      FIP      26/09/02   *
      *   000002   仕訳を事業本部別に起票        FIP      26/09/03   *
      *   000003   台帳空時の重複チェック修正    FIP      26/09/03   *
      *   000004   官報破産該当の候補起票        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS105B.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
           SELECT  QTS252-SHOUGOU  ASSIGN TO "QTS252"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS252-SEG
                   FILE STATUS IS WS-QTS252-STATUS.
           SELECT  KOUHO-LIST      ASSIGN TO "QTS105KH"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS230-SIWAKE.
       01  QTS230-REC.
           COPY QTS230 REPLACING ==()== BY ==QTS230==.
       FD  QTS252-SHOUGOU.
       01  QTS252-REC.
           COPY QTS252 REPLACING ==()== BY ==QTS252==.
       FD  KOUHO-LIST.
       01  KOUHO-LIST-LINE             PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS105-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-QTS252-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-KOUHO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-JIKKOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ZAN-KNG              PIC S9(11).
      * 官報で破産・民事再生の該当を確定した会員の終結結果コード
       01  WS-KANPOU-CLOSECD       PIC X(02)     VALUE "KH".
       01  WS-KANPOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KIHYO-NO             PIC 9(08).
       01  WS-CD-TBL.
      *    候補抽出対象の終結結果コード一覧
           05  WS-CD-ENT           OCCURS 20     PIC X(02).
             07  WS-TG-CLOSECD     PIC X(02).
             07  WS-TG-SYOKNO      PIC 9(08).
             07  WS-TG-ZANKNG      PIC S9(11).
             07  WS-TG-SHOUGOUNO   PIC 9(08).
      * 事業本部別の償却確定額（仕訳は本部単位で起票する）
       01  WS-HX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-HB-MAX               PIC 9(02)     VALUE ZERO  COMP.
      * 〔候補抽出モード〕回収不能コードで終結した案件の会員を拾い、
      * 入金分解上の未回収残を集計して償却候補として台帳へ起票する。
      * 候補は承認（QTS105M）を経るまで残高を動かさない。
      * 官報照合（QTS252M）で破産・民事再生の該当を確定した会員も
      * 同じく候補として起票する。
       2000-EXTRACT-KOUHO.
           OPEN INPUT QTS018-CASE
           READ QTS018-CASE
           PERFORM 2100-PICK-CASE UNTIL WS-EOF
           CLOSE QTS018-CASE
           MOVE "N" TO WS-EOF-SW
           OPEN I-O QTS252-SHOUGOU
           MOVE ZERO TO QTS252-PRMSHOUGOUNO
           START QTS252-SHOUGOU KEY >= QTS252-PRMSHOUGOUNO
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 2200-PICK-KANPOU UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           CLOSE QTS100-BUNKAI
           PERFORM 4000-WRITE-KOUHO
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TGT-MAX
           CLOSE QTS252-SHOUGOU.

       2100-PICK-CASE.
           MOVE "N" TO WS-HIT-SW
               MOVE QTS018-CLOSEKEKKACD
                   TO WS-TG-CLOSECD(WS-TGT-MAX)
               MOVE ZERO TO WS-TG-ZANKNG(WS-TGT-MAX)
               MOVE ZERO TO WS-TG-SHOUGOUNO(WS-TGT-MAX)
           END-IF
           READ QTS018-CASE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 官報照合の該当確定で、まだ候補起票を処理していないもの。
       2200-PICK-KANPOU.
           READ QTS252-SHOUGOU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               IF  QTS252-SHOUGOUSTS = "2"
               AND QTS252-KOUHOKBN = SPACE
                   IF  WS-TGT-MAX >= 2000
                       DISPLAY "QTS105B: TAISHO TABLE OVERFLOW"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TGT-MAX
                   MOVE QTS252-KAIKIGYOUCD
                       TO WS-TG-KIGYOUCD(WS-TGT-MAX)
                   MOVE QTS252-KAISUBRANGEKEY
                       TO WS-TG-SUBRANGE(WS-TGT-MAX)
                   MOVE QTS252-KAINAIBUKAIINNO
                       TO WS-TG-KAIINNO(WS-TGT-MAX)
                   MOVE WS-KANPOU-CLOSECD
                       TO WS-TG-CLOSECD(WS-TGT-MAX)
                   MOVE ZERO TO WS-TG-ZANKNG(WS-TGT-MAX)
                   MOVE QTS252-PRMSHOUGOUNO
                       TO WS-TG-SHOUGOUNO(WS-TGT-MAX)
               END-IF
           END-IF.

       3000-SUM-ZANDAKA.
           MOVE "N" TO WS-HIT-SW
           PERFORM VARYING WS-TX FROM 1 BY 1
      * 残のある会員だけを候補として台帳へ起票する。既に候補・承認
      * 済・償却済の台帳がある会員は二重起票しない。
       4000-WRITE-KOUHO.
           MOVE ZERO TO WS-KIHYO-NO
           IF  WS-TG-ZANKNG(WS-TX) > ZERO
               PERFORM 4100-CHECK-EXIST
               IF  NOT WS-HIT
                   MOVE WS-TODAY TO QTS105-KOUHOYMD
                   MOVE WS-TODAY TO QTS105-SVRKOUSHINYMD
                   WRITE QTS105-REC
                   MOVE WS-SYOUKYAKU-NO TO WS-KIHYO-NO
                   ADD 1 TO WS-KOUHO-COUNT
                   PERFORM 4500-WRITE-LIST
               END-IF
           END-IF
           IF  WS-TG-SHOUGOUNO(WS-TX) > ZERO
               PERFORM 4200-MARK-KANPOU
           END-IF.

      * 官報照合ワークに起票処理済を記録する。残がない・既に台帳
      * がある会員は償却管理番号ゼロのまま処理済とする。
       4200-MARK-KANPOU.
           MOVE WS-TG-SHOUGOUNO(WS-TX) TO QTS252-PRMSHOUGOUNO
           READ QTS252-SHOUGOU
               INVALID KEY
                   DISPLAY "QTS105B: SHOUGOU NASHI "
                       WS-TG-SHOUGOUNO(WS-TX)
               NOT INVALID KEY
                   MOVE "1"         TO QTS252-KOUHOKBN
                   MOVE WS-KIHYO-NO TO QTS252-SYOUKYAKUNO
                   MOVE WS-TODAY    TO QTS252-SVRKOUSHINYMD
                   REWRITE QTS252-REC
                   ADD 1 TO WS-KANPOU-COUNT
           END-READ.

       4100-CHECK-EXIST.
           MOVE "N" TO WS-HIT-SW
           MOVE "N" TO WS-EOF-SW
           DISPLAY "QTS105B: MODE=" WS-MODEKBN
                   " KOUHO=" WS-KOUHO-COUNT
                   " JIKKOU=" WS-JIKKOU-COUNT
                   " KANPOU=" WS-KANPOU-COUNT
           CLOSE QTS105-LEDGER
           CLOSE KOUHO-LIST.
      *8...........2.........3.........4.........5........6........7.........8
