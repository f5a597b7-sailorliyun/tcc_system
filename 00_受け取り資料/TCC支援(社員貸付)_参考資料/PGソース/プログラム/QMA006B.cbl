      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   対照群ホールドアウト対応      FIP      26/09/03   *
      *   000003   ホールドアウト判定にＩＤ加味  FIP      26/09/03   *
      *   000004   利用停止会員の抑止            FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QMA006B.
       01  WS-TOUCH-KAISU          PIC 9(04).
       01  WS-NEXT-RENBAN          PIC 9(04).
       01  WS-HANTEI-KBN           PIC X(01).
      *      0:承認  1:許諾抑止  2:頻度抑止  3:対照群  4:利用停止
      * チャネル別頻度上限
       01  WS-CAP-TBL.
           05  WS-CP-ENT           OCCURS 10.
             07  WS-CN-KYODAKU-NG  PIC 9(07).
             07  WS-CN-HINDO-NG    PIC 9(07).
             07  WS-CN-HOLDOUT     PIC 9(07).
             07  WS-CN-TEISHI      PIC 9(07).
       01  WS-RPT-LINE.
           05  WS-RP-ID1           PIC X(02).
           05  WS-RP-ID2           PIC X(03).
           05  WS-RP-HINDO         PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HOLDOUT       PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TEISHI        PIC ZZZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GOVERN-KOUHO THRU 2800-NEXT-KOUHO
                   UNTIL WS-EOF
           PERFORM 8000-PRINT-REPORT
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > WS-CAN-MAX
      * 候補一件ごとに許諾・頻度の順で判定し、承認分のみ出力して
      * 接触履歴へ記録する。抑止はキャンペン別に数え、統制で何件
      * 落ちたかをマーケティングへ報告する。
      * 個人情報の利用停止を請求中の会員は対照群を含むすべての
      * 判定より先に除く（対照群ファイルにも記録しない）。
       2000-GOVERN-KOUHO.
           PERFORM 2100-FIND-CAMPAIGN
           ADD 1 TO WS-CN-KOUHO(WS-CX)
           PERFORM 2400-CHECK-TEISHI
           IF  WS-HANTEI-KBN = "4"
               ADD 1 TO WS-CN-TEISHI(WS-CX)
               GO TO 2800-NEXT-KOUHO
           END-IF
           PERFORM 2500-CHECK-HOLDOUT THRU 2500-EXIT
           IF  WS-HANTEI-KBN = "3"
               ADD 1 TO WS-CN-HOLDOUT(WS-CX)
               PERFORM 2550-RECORD-HOLDOUT
           END-IF
           PERFORM 3000-CHECK-KYODAKU
           IF  WS-HANTEI-KBN = "0"
               PERFORM 4000-CHECK-HINDO THRU 4000-EXIT
           END-IF
           EVALUATE WS-HANTEI-KBN
               WHEN "0"
               AT END SET WS-EOF TO TRUE
           END-READ.

       2400-CHECK-TEISHI.
           MOVE "0" TO WS-HANTEI-KBN
           MOVE KHI-PRMKIGYOUCD      TO QTS222-PRMKIGYOUCD
           MOVE KHI-PRMSUBRANGEKEY   TO QTS222-PRMSUBRANGEKEY
           MOVE KHI-PRMNAIBUKAIINNO  TO QTS222-PRMNAIBUKAIINNO
           READ QTS222-KYODAKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS222-RIYOUTEISHI = "1"
                       MOVE "4" TO WS-HANTEI-KBN
                   END-IF
           END-READ.

      * 効果測定用の対照群抽出。会員番号とキャンペンＩＤから決定的
      * に求めた剰余がホールドアウト率未満なら対象から外し、対照群
      * ファイルへ記録する（同一会員は同一キャンペンで常に同じ側に
           MOVE WS-CN-KYODAKU-NG(WS-CX) TO WS-RP-KYODAKU
           MOVE WS-CN-HINDO-NG(WS-CX)   TO WS-RP-HINDO
           MOVE WS-CN-HOLDOUT(WS-CX)    TO WS-RP-HOLDOUT
           MOVE WS-CN-TEISHI(WS-CX)     TO WS-RP-TEISHI
           MOVE WS-RPT-LINE             TO TOUSEI-RPT-LINE
           WRITE TOUSEI-RPT-LINE.

