      *8...........2.........3.........4.........5........6........7.........8
      *    QTS252B
      ****************************************************************
      *                官報破産・民事再生公告照合バッチ              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    官報の破産・民事再生公告データ（QXTS252）を会員マスタ
      *    （QTS010）の本人カナ氏名・生年月日・自宅住所カナ、および
      *    旧氏名履歴（QTS023）の旧カナ氏名と照合し、照合スコアが
      *    基準以上の会員を官報照合ワーク（QTS252）へ未確認として
      *    積む。スコアは氏名（現氏名４０・旧氏名３０）、生年月日
      *    ３０、都道府県＋住所２０、番地１０の合計とする。既に
      *    法的整理の介入停止（QTS019 介入区分３）中の会員は対象外。
      *    公告データは取込ゲート（QTS139B）の後続ジョブとして受け
      *    取る。該当・非該当の確認はQTS252Mで行う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS252B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHOUGOU-PARAM   ASSIGN TO "QTS252PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QXTS252-INFILE  ASSIGN TO "QXTS252"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS023-KYUMEI   ASSIGN TO "QTS023"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS023-PRM
                   FILE STATUS IS WS-QTS023-STATUS.
           SELECT  QTS019-KAINYU   ASSIGN TO "QTS019"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS019-SEG
                   FILE STATUS IS WS-QTS019-STATUS.
           SELECT  QTS252-SHOUGOU  ASSIGN TO "QTS252"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS252-SEG
                   FILE STATUS IS WS-QTS252-STATUS.
           SELECT  SHOUGOU-LIST    ASSIGN TO "QTS252RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHOUGOU-PARAM.
       01  SHOUGOU-PARAM-REC.
           05  PRM-SCORE-KIJUN         PIC 9(03).
      *        ワークへ積む照合スコアの下限（未設定時は６０）
       FD  QXTS252-INFILE.
      *    取込ゲート（QTS139B）共通ラッパ形式。先頭１桁のレコード
      *    区分に続けて官報公告レイアウトが入る。
       01  QXTS252-REC.
           03  QXK-RECKBN              PIC X(01).
      *        1:ヘッダ  2:データ  8:トレーラ
           COPY QXTS252 REPLACING ==()== BY ==QXTS252==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS023-KYUMEI.
       01  QTS023-REC.
           COPY QTS023 REPLACING ==()== BY ==QTS023==.
       FD  QTS019-KAINYU.
       01  QTS019-REC.
           COPY QTS019 REPLACING ==()== BY ==QTS019==.
       FD  QTS252-SHOUGOU.
       01  QTS252-REC.
           COPY QTS252 REPLACING ==()== BY ==QTS252==.
       FD  SHOUGOU-LIST.
       01  SHOUGOU-LIST-LINE           PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS023-STATUS        PIC X(02).
       01  WS-QTS019-STATUS        PIC X(02).
       01  WS-QTS252-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-SCORE-KIJUN          PIC 9(03)     VALUE 60.
       01  WS-SHOUGOU-NO           PIC 9(08)     VALUE ZERO.
      * 照合スコアの配点
       01  WS-TEN-SHIMEI           PIC 9(03)     VALUE 40.
       01  WS-TEN-KYUSHIMEI        PIC 9(03)     VALUE 30.
       01  WS-TEN-SEINEN           PIC 9(03)     VALUE 30.
       01  WS-TEN-JUSHO            PIC 9(03)     VALUE 20.
       01  WS-TEN-BANCHI           PIC 9(03)     VALUE 10.
      * 照合中の氏名区分（1:現氏名  2:旧氏名）
       01  WS-SHIMEI-KBN           PIC X(01).
       01  WS-SC-SCORE             PIC 9(03).
       01  WS-SC-ICCHI.
           05  WS-SC-SHIMEI        PIC X(01).
           05  WS-SC-SEINEN        PIC X(01).
           05  WS-SC-JUSHO         PIC X(01).
           05  WS-SC-BANCHI        PIC X(01).
       01  WS-KX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-KP-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HIT-IX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-KH-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-KANPOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAIIN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KYUMEI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KOUHO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KAINYUZUMI-COUNT     PIC 9(07)     VALUE ZERO.
      * 当日受領の官報公告
       01  WS-KP-TBL.
           05  WS-KP-ENT           OCCURS 1000.
             07  WS-KP-KANPOUYMD   PIC 9(08).
             07  WS-KP-KEISAINO    PIC X(10).
             07  WS-KP-KOUKOKUKBN  PIC X(01).
             07  WS-KP-SAIBANSHOKANA
                                   PIC X(20).
             07  WS-KP-JIKENNO     PIC X(20).
             07  WS-KP-SHIMEIKANA  PIC X(30).
             07  WS-KP-SEINENGAPPI PIC 9(08).
             07  WS-KP-KENKANA     PIC X(08).
             07  WS-KP-JUSHOKANA   PIC X(42).
             07  WS-KP-BANCHIKANA  PIC X(15).
      * 照合候補（公告×会員）
       01  WS-KH-TBL.
           05  WS-KH-ENT           OCCURS 3000.
             07  WS-KH-KX          PIC 9(04)     COMP.
             07  WS-KH-KIGYOUCD    PIC 9(04).
             07  WS-KH-SUBRANGE    PIC 9(04).
             07  WS-KH-KAIINNO     PIC 9(08).
             07  WS-KH-SCORE       PIC 9(03).
             07  WS-KH-ICCHI       PIC X(04).
       01  WS-SL-LINE.
           05  WS-SL-SHOUGOUNO     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KANPOUYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KOUKOKUKBN    PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-SL-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-SL-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-SCORE         PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-ICCHI         PIC X(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-SHIMEIKANA    PIC X(30).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SL-JIKENNO       PIC X(20).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-KANPOU THRU 2000-EXIT
                   UNTIL WS-EOF
           IF  WS-KP-MAX > ZERO
               PERFORM 3000-MATCH-KAIIN
               PERFORM 4000-MATCH-KYUMEI
               PERFORM 5000-WRITE-SHOUGOU
                   VARYING WS-HX FROM 1 BY 1
                   UNTIL WS-HX > WS-KH-MAX
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-KP-TBL
           INITIALIZE WS-KH-TBL
           OPEN INPUT  SHOUGOU-PARAM
           READ SHOUGOU-PARAM
               AT END MOVE ZERO TO PRM-SCORE-KIJUN
           END-READ
           IF  PRM-SCORE-KIJUN > ZERO
               MOVE PRM-SCORE-KIJUN TO WS-SCORE-KIJUN
           END-IF
           CLOSE SHOUGOU-PARAM
           OPEN INPUT  QXTS252-INFILE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS023-KYUMEI
           OPEN INPUT  QTS019-KAINYU
           OPEN I-O    QTS252-SHOUGOU
           OPEN OUTPUT SHOUGOU-LIST
           PERFORM 1500-GET-MAX-NO.

      * 照合番号はワークの最大番号の続きから採番する。
       1500-GET-MAX-NO.
           MOVE 99999999 TO QTS252-PRMSHOUGOUNO
           START QTS252-SHOUGOU KEY IS LESS THAN
                   QTS252-PRMSHOUGOUNO
               INVALID KEY
                   MOVE ZERO TO WS-SHOUGOU-NO
               NOT INVALID KEY
                   READ QTS252-SHOUGOU PREVIOUS
                       AT END MOVE ZERO TO WS-SHOUGOU-NO
                       NOT AT END
                           MOVE QTS252-PRMSHOUGOUNO
                               TO WS-SHOUGOU-NO
                   END-READ
           END-START.

      * 公告の明細行を作業表へ展開する。氏名のない行は照合でき
      * ないため読み飛ばす。
       2000-LOAD-KANPOU.
           READ QXTS252-INFILE
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF  QXK-RECKBN NOT = "2"
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-KANPOU-COUNT
           IF  QXTS252-SHIMEIKANA = SPACES
               GO TO 2000-EXIT
           END-IF
           IF  WS-KP-MAX >= 1000
               DISPLAY "QTS252B: KANPOU TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-KP-MAX
           MOVE QXTS252-KANPOUYMD  TO WS-KP-KANPOUYMD(WS-KP-MAX)
           MOVE QXTS252-KEISAINO   TO WS-KP-KEISAINO(WS-KP-MAX)
           MOVE QXTS252-KOUKOKUKBN TO WS-KP-KOUKOKUKBN(WS-KP-MAX)
           MOVE QXTS252-SAIBANSHOKANA
                                   TO WS-KP-SAIBANSHOKANA(WS-KP-MAX)
           MOVE QXTS252-JIKENNO    TO WS-KP-JIKENNO(WS-KP-MAX)
           MOVE QXTS252-SHIMEIKANA TO WS-KP-SHIMEIKANA(WS-KP-MAX)
           MOVE QXTS252-SEINENGAPPI
                                   TO WS-KP-SEINENGAPPI(WS-KP-MAX)
           MOVE QXTS252-KENKANA    TO WS-KP-KENKANA(WS-KP-MAX)
           MOVE QXTS252-JUSHOKANA  TO WS-KP-JUSHOKANA(WS-KP-MAX)
           MOVE QXTS252-BANCHIKANA TO WS-KP-BANCHIKANA(WS-KP-MAX).

       2000-EXIT.
           EXIT.

      * 〔現氏名照合〕会員マスタを全件読み、公告ごとにスコアを
      * 付ける。
       3000-MATCH-KAIIN.
           MOVE "N" TO WS-EOF-SW
           MOVE "1" TO WS-SHIMEI-KBN
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 3900-READ-KAIIN
           END-IF
           PERFORM 3100-MATCH-ONE UNTIL WS-EOF.

       3100-MATCH-ONE.
           ADD 1 TO WS-KAIIN-COUNT
           PERFORM 3200-SCORE-ONE THRU 3200-EXIT
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KP-MAX
           PERFORM 3900-READ-KAIIN.

      * 公告１件と会員１名のスコア計算。氏名・生年月日のどちらも
      * 一致しない組合せは住所だけでは候補にしない。旧氏名照合
      * （WS-SHIMEI-KBN＝２）では氏名の一致は呼出側で確認済。
       3200-SCORE-ONE.
           MOVE ZERO   TO WS-SC-SCORE
           MOVE SPACES TO WS-SC-ICCHI
           IF  WS-SHIMEI-KBN = "2"
               ADD WS-TEN-KYUSHIMEI    TO WS-SC-SCORE
               MOVE "2"                TO WS-SC-SHIMEI
           ELSE
               IF  QTS010-HONSHIMEIKANA = WS-KP-SHIMEIKANA(WS-KX)
                   ADD WS-TEN-SHIMEI   TO WS-SC-SCORE
                   MOVE "1"            TO WS-SC-SHIMEI
               END-IF
           END-IF
           IF  WS-KP-SEINENGAPPI(WS-KX) NOT = ZERO
           AND WS-KP-SEINENGAPPI(WS-KX) = QTS010-HONSEINENGAPPI
               ADD WS-TEN-SEINEN       TO WS-SC-SCORE
               MOVE "1"                TO WS-SC-SEINEN
           END-IF
           IF  WS-SC-SCORE = ZERO
               GO TO 3200-EXIT
           END-IF
           IF  WS-KP-JUSHOKANA(WS-KX) NOT = SPACES
           AND WS-KP-KENKANA(WS-KX)   = QTS010-JTKKENKANA
           AND WS-KP-JUSHOKANA(WS-KX) = QTS010-JTKJUSHOKANA
               ADD WS-TEN-JUSHO        TO WS-SC-SCORE
               MOVE "1"                TO WS-SC-JUSHO
               IF  WS-KP-BANCHIKANA(WS-KX) NOT = SPACES
               AND WS-KP-BANCHIKANA(WS-KX) = QTS010-JTKBANCHIKANA
                   ADD WS-TEN-BANCHI   TO WS-SC-SCORE
                   MOVE "1"            TO WS-SC-BANCHI
               END-IF
           END-IF
           IF  WS-SC-SCORE >= WS-SCORE-KIJUN
               PERFORM 3300-ADD-KOUHO THRU 3300-EXIT
           END-IF.

       3200-EXIT.
           EXIT.

      * 候補表へ積む。同じ公告・会員の組合せが既にあれば高い方の
      * スコアを残す。法的整理の介入停止中の会員は積まない。
       3300-ADD-KOUHO.
           MOVE QTS010-PRMKIGYOUCD     TO QTS019-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS019-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS019-PRMNAIBUKAIINNO
           READ QTS019-KAINYU
               INVALID KEY
                   MOVE SPACES TO QTS019-KAINYUSTS
           END-READ
           IF  QTS019-KAINYUSTS = "1"
           AND QTS019-KAINYUKBN = "3"
               ADD 1 TO WS-KAINYUZUMI-COUNT
               GO TO 3300-EXIT
           END-IF
           MOVE "N" TO WS-HIT-SW
           PERFORM 3310-FIND-KOUHO
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-KH-MAX OR WS-HIT
           IF  WS-HIT
               IF  WS-SC-SCORE > WS-KH-SCORE(WS-HIT-IX)
                   MOVE WS-SC-SCORE    TO WS-KH-SCORE(WS-HIT-IX)
                   MOVE WS-SC-ICCHI    TO WS-KH-ICCHI(WS-HIT-IX)
               END-IF
               GO TO 3300-EXIT
           END-IF
           IF  WS-KH-MAX >= 3000
               DISPLAY "QTS252B: KOUHO TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-KH-MAX
           MOVE WS-KX                  TO WS-KH-KX(WS-KH-MAX)
           MOVE QTS010-PRMKIGYOUCD     TO WS-KH-KIGYOUCD(WS-KH-MAX)
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-KH-SUBRANGE(WS-KH-MAX)
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-KH-KAIINNO(WS-KH-MAX)
           MOVE WS-SC-SCORE            TO WS-KH-SCORE(WS-KH-MAX)
           MOVE WS-SC-ICCHI            TO WS-KH-ICCHI(WS-KH-MAX).

       3300-EXIT.
           EXIT.

       3310-FIND-KOUHO.
           IF  WS-KH-KX(WS-HX)       = WS-KX
           AND WS-KH-KIGYOUCD(WS-HX) = QTS010-PRMKIGYOUCD
           AND WS-KH-SUBRANGE(WS-HX) = QTS010-PRMSUBRANGEKEY
           AND WS-KH-KAIINNO(WS-HX)  = QTS010-PRMNAIBUKAIINNO
               SET WS-HIT TO TRUE
               MOVE WS-HX TO WS-HIT-IX
           END-IF.

       3900-READ-KAIIN.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 〔旧氏名照合〕旧氏名履歴を全件読み、旧カナ氏名が公告の
      * 氏名と一致したときに会員マスタを引いて生年月日・住所を
      * 加点する。
       4000-MATCH-KYUMEI.
           MOVE "N" TO WS-EOF-SW
           MOVE "2" TO WS-SHIMEI-KBN
           MOVE LOW-VALUE TO QTS023-PRM
           START QTS023-KYUMEI KEY IS NOT LESS THAN QTS023-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 4900-READ-KYUMEI
           END-IF
           PERFORM 4100-MATCH-ONE UNTIL WS-EOF.

       4100-MATCH-ONE.
           IF  QTS023-KYUSHIMEIKANA NOT = SPACES
               PERFORM 4200-CHECK-KYUMEI
                   VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-KP-MAX
           END-IF
           PERFORM 4900-READ-KYUMEI.

       4200-CHECK-KYUMEI.
           IF  QTS023-KYUSHIMEIKANA = WS-KP-SHIMEIKANA(WS-KX)
               MOVE QTS023-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
               MOVE QTS023-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
               MOVE QTS023-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
               READ QTS010-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-KYUMEI-COUNT
                       PERFORM 3200-SCORE-ONE THRU 3200-EXIT
               END-READ
           END-IF.

       4900-READ-KYUMEI.
           READ QTS023-KYUMEI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 候補を未確認としてワークへ書き、確認用リストに出す。
       5000-WRITE-SHOUGOU.
           MOVE WS-KH-KX(WS-HX)        TO WS-KX
           ADD 1 TO WS-SHOUGOU-NO
           INITIALIZE QTS252-REC
           MOVE WS-SHOUGOU-NO          TO QTS252-PRMSHOUGOUNO
           MOVE WS-KP-KANPOUYMD(WS-KX) TO QTS252-KANPOUYMD
           MOVE WS-KP-KEISAINO(WS-KX)  TO QTS252-KEISAINO
           MOVE WS-KP-KOUKOKUKBN(WS-KX)
                                       TO QTS252-KOUKOKUKBN
           MOVE WS-KP-SAIBANSHOKANA(WS-KX)
                                       TO QTS252-SAIBANSHOKANA
           MOVE WS-KP-JIKENNO(WS-KX)   TO QTS252-JIKENNO
           MOVE WS-KP-SHIMEIKANA(WS-KX)
                                       TO QTS252-SHIMEIKANA
           MOVE WS-KP-SEINENGAPPI(WS-KX)
                                       TO QTS252-SEINENGAPPI
           MOVE WS-KP-KENKANA(WS-KX)   TO QTS252-KENKANA
           MOVE WS-KP-JUSHOKANA(WS-KX) TO QTS252-JUSHOKANA
           MOVE WS-KP-BANCHIKANA(WS-KX)
                                       TO QTS252-BANCHIKANA
           MOVE WS-KH-KIGYOUCD(WS-HX)  TO QTS252-KAIKIGYOUCD
           MOVE WS-KH-SUBRANGE(WS-HX)  TO QTS252-KAISUBRANGEKEY
           MOVE WS-KH-KAIINNO(WS-HX)   TO QTS252-KAINAIBUKAIINNO
           MOVE WS-KH-SCORE(WS-HX)     TO QTS252-SCORE
           MOVE WS-KH-ICCHI(WS-HX)     TO QTS252-ICCHI
           MOVE "1"                    TO QTS252-SHOUGOUSTS
           MOVE WS-TODAY               TO QTS252-SAKUSEIYMD
           MOVE WS-TODAY               TO QTS252-SVRKOUSHINYMD
           WRITE QTS252-REC
               INVALID KEY
                   DISPLAY "QTS252B: WRITE NG " QTS252-PRMSHOUGOUNO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-KOUHO-COUNT
           MOVE QTS252-PRMSHOUGOUNO    TO WS-SL-SHOUGOUNO
           MOVE QTS252-KANPOUYMD       TO WS-SL-KANPOUYMD
           MOVE QTS252-KOUKOKUKBN      TO WS-SL-KOUKOKUKBN
           MOVE QTS252-KAIKIGYOUCD     TO WS-SL-KIGYOUCD
           MOVE QTS252-KAISUBRANGEKEY  TO WS-SL-SUBRANGEKEY
           MOVE QTS252-KAINAIBUKAIINNO TO WS-SL-KAIINNO
           MOVE QTS252-SCORE           TO WS-SL-SCORE
           MOVE QTS252-ICCHI           TO WS-SL-ICCHI
           MOVE QTS252-SHIMEIKANA      TO WS-SL-SHIMEIKANA
           MOVE QTS252-JIKENNO         TO WS-SL-JIKENNO
           MOVE WS-SL-LINE             TO SHOUGOU-LIST-LINE
           WRITE SHOUGOU-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS252B: KANPOU=" WS-KANPOU-COUNT
                   " KAIIN=" WS-KAIIN-COUNT
                   " KYUMEI=" WS-KYUMEI-COUNT
                   " KOUHO=" WS-KOUHO-COUNT
                   " KAINYUZUMI=" WS-KAINYUZUMI-COUNT
           CLOSE QXTS252-INFILE
           CLOSE QTS010-MASTER
           CLOSE QTS023-KYUMEI
           CLOSE QTS019-KAINYU
           CLOSE QTS252-SHOUGOU
           CLOSE SHOUGOU-LIST.
      *8...........2.........3.........4.........5........6........7.........8
