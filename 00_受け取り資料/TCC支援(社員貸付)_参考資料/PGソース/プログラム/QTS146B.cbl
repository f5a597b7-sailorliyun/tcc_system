      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   あとから変更の計数            FIP      26/10/15   *
      ****************************************************************
      *
      * 処理コントロール（QTS170本サイクル）の処理年月日を全計数の
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
           SELECT  QTS261-HENKAN   ASSIGN TO "QTS261"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS261-STATUS.
           SELECT  QTS146-KPIFILE  ASSIGN TO "QTS146"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  QTS261-HENKAN.
       01  QTS261-REC.
           COPY QTS261 REPLACING ==()== BY ==QTS261==.
       FD  QTS146-KPIFILE.
       01  QTS146-REC.
           COPY QTS146 REPLACING ==()== BY ==QTS146==.
       01  WS-QXS004-STATUS        PIC X(02).
       01  WS-QTA210-STATUS        PIC X(02).
       01  WS-QTS090-STATUS        PIC X(02).
       01  WS-QTS261-STATUS        PIC X(02).
       01  WS-QTS146-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SOU-ZAN              PIC S9(13)    VALUE ZERO.
       01  WS-ZAN-KNG              PIC S9(11).
      * ＫＰＩ表（コード・名称・当月値）
       01  WS-KPI-MAX              PIC 9(02)     VALUE 17  COMP.
       01  WS-KPI-TBL.
           05  WS-KP-ENT           OCCURS 17.
             07  WS-KP-CD          PIC X(04).
             07  WS-KP-MEI         PIC X(12).
             07  WS-KP-VALUE       PIC S9(13).
           PERFORM 2071-SUM-QTA210 UNTIL WS-EOF
           PERFORM 2080-OPEN-QTS090
           PERFORM 2081-SUM-QTS090 UNTIL WS-EOF
           PERFORM 2090-OPEN-QTS261
           PERFORM 2091-SUM-QTS261 UNTIL WS-EOF
           PERFORM 5000-FINALIZE-RATIO
           PERFORM 6000-REPORT-KPI
               VARYING WS-KX FROM 1 BY 1
           MOVE "NYUKIN-CVS  " TO WS-KP-MEI(13)
           MOVE "C097" TO WS-KP-CD(14)
           MOVE "NYUKIN-TENBK" TO WS-KP-MEI(14)
           MOVE "A261" TO WS-KP-CD(15)
           MOVE "ATOKARA-RIBO" TO WS-KP-MEI(15)
           MOVE "A262" TO WS-KP-CD(16)
           MOVE "ATOKARA-BUNK" TO WS-KP-MEI(16)
           MOVE "A263" TO WS-KP-CD(17)
           MOVE "ATOKARA-KNG " TO WS-KP-MEI(17)
           OPEN INPUT  QTS170-CTLFILE
           OPEN I-O    QTS146-KPIFILE
           OPEN OUTPUT KPI-RPTFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2090-OPEN-QTS261.
           CLOSE QTS090-NYUKIN
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS261-HENKAN
           READ QTS261-HENKAN
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 当月に実行したあとからリボ・分割の件数と変更額合計。
       2091-SUM-QTS261.
           IF  QTS261-HENKANSTS = "2"
           AND QTS261-JIKKOYMD(1:6) = WS-KIJUN-NENGETU
               IF  QTS261-HENKANKBN = "R"
                   ADD 1 TO WS-KP-VALUE(15)
               ELSE
                   ADD 1 TO WS-KP-VALUE(16)
               END-IF
               ADD QTS261-HENKANKNG TO WS-KP-VALUE(17)
           END-IF
           READ QTS261-HENKAN
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 延滞比率はベーシスポイント（１万分率）で保存する。
       5000-FINALIZE-RATIO.
           CLOSE QTS261-HENKAN
           IF  WS-SOU-ZAN > ZERO
               COMPUTE WS-KP-VALUE(5) =
                   WS-ENTAI-ZAN * 10000 / WS-SOU-ZAN
