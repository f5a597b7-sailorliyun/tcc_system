      *8...........2.........3.........4.........5........6........7.........8
      *    QTS283B
      ****************************************************************
      *                夜間開始前マスタ世代退避バッチ                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS173B（検証モード）のゲート通過後、QTS171Bの夜間リセット
      *    前に投入する。主要マスタ６本を世代ファイルへ複写し、件数と
      *    金額ハッシュを退避世代管理ファイル（QTS283）へ登録する。
      *    世代ファイルはジョブ制御側で新世代（＋１）として割り当て、
      *    カタログの世代番号と本バッチの採番を一致させて運用する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS283B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SNAP-PARAMFILE  ASSIGN TO "QTS283PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS080-POINT    ASSIGN TO "QTS080"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS080-PRM
                   FILE STATUS IS WS-QTS080-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS100-PRM
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS103-RIBO     ASSIGN TO "QTS103"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS103-PRM
                   FILE STATUS IS WS-QTS103-STATUS.
           SELECT  QTS149-LOT      ASSIGN TO "QTS149"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS149-SEG
                   FILE STATUS IS WS-QTS149-STATUS.
           SELECT  QTS210-YOTEI    ASSIGN TO "QTS210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  SN010-FILE      ASSIGN TO "QTS010SN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SN-STATUS.
           SELECT  SN080-FILE      ASSIGN TO "QTS080SN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SN-STATUS.
           SELECT  SN100-FILE      ASSIGN TO "QTS100SN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SN-STATUS.
           SELECT  SN103-FILE      ASSIGN TO "QTS103SN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SN-STATUS.
           SELECT  SN149-FILE      ASSIGN TO "QTS149SN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SN-STATUS.
           SELECT  SN210-FILE      ASSIGN TO "QTS210SN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SN-STATUS.
           SELECT  QTS173-KIJUN    ASSIGN TO "QTS173"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS173-SEG
                   FILE STATUS IS WS-QTS173-STATUS.
           SELECT  QTS283-SEDAI    ASSIGN TO "QTS283"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS283-SEG
                   FILE STATUS IS WS-QTS283-STATUS.
           SELECT  SNAP-RPTFILE    ASSIGN TO "QTS283RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SNAP-PARAMFILE.
       01  SNAP-PARAM-REC.
           05  PRM-HOJISEDAISU         PIC 9(02).
      *        保持世代数（ゼロ・未指定は７世代）
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS080-POINT.
       01  QTS080-REC.
           COPY QTS080 REPLACING ==()== BY ==QTS080==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS103-RIBO.
       01  QTS103-REC.
           COPY QTS103 REPLACING ==()== BY ==QTS103==.
       FD  QTS149-LOT.
       01  QTS149-REC.
           COPY QTS149 REPLACING ==()== BY ==QTS149==.
       FD  QTS210-YOTEI.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  SN010-FILE.
       01  SN010-REC.
           COPY QTS010 REPLACING ==()== BY ==SN010==.
       FD  SN080-FILE.
       01  SN080-REC.
           COPY QTS080 REPLACING ==()== BY ==SN080==.
       FD  SN100-FILE.
       01  SN100-REC.
           COPY QTS100 REPLACING ==()== BY ==SN100==.
       FD  SN103-FILE.
       01  SN103-REC.
           COPY QTS103 REPLACING ==()== BY ==SN103==.
       FD  SN149-FILE.
       01  SN149-REC.
           COPY QTS149 REPLACING ==()== BY ==SN149==.
       FD  SN210-FILE.
       01  SN210-REC.
           COPY QTS210 REPLACING ==()== BY ==SN210==.
       FD  QTS173-KIJUN.
       01  QTS173-REC.
           COPY QTS173 REPLACING ==()== BY ==QTS173==.
       FD  QTS283-SEDAI.
       01  QTS283-REC.
           COPY QTS283 REPLACING ==()== BY ==QTS283==.
       FD  SNAP-RPTFILE.
       01  SNAP-RPT-LINE               PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS080-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS103-STATUS        PIC X(02).
       01  WS-QTS149-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-SN-STATUS            PIC X(02).
       01  WS-QTS173-STATUS        PIC X(02).
       01  WS-QTS283-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SEDAI-EOF-SW         PIC X(01).
           88  WS-SEDAI-EOF                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-HOJISEDAISU          PIC 9(02)     VALUE 7.
       01  WS-FX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-MAX-SEDAINO          PIC 9(04).
       01  WS-SAKUJO-MAX           PIC 9(04).
       01  WS-SAKUJO-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-SAKUJO-FILE          PIC 9(05).
       01  WS-ERR-COUNT            PIC 9(02)     VALUE ZERO.
      * 対象マスタ別の退避実績
      * （1:QTS010 2:QTS080 3:QTS100 4:QTS103 5:QTS149 6:QTS210）
       01  WS-JS-TBL.
           05  WS-JS-ENT           OCCURS 6.
             07  WS-JS-FILEID      PIC X(08).
             07  WS-JS-KENSU       PIC 9(09).
             07  WS-JS-KNGHASH     PIC S9(15).
             07  WS-JS-SEDAINO     PIC 9(04).
       01  WS-RPT-LINE.
           05  WS-RP-FILEID        PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SEDAINO       PIC 9(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KENSU         PIC 9(09).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HASH          PIC ----------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GATE          PIC N(03).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SAKUJO        PIC ZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-QTS010
           PERFORM 2100-COPY-QTS010 UNTIL WS-EOF
           PERFORM 2200-OPEN-QTS080
           PERFORM 2300-COPY-QTS080 UNTIL WS-EOF
           PERFORM 2400-OPEN-QTS100
           PERFORM 2500-COPY-QTS100 UNTIL WS-EOF
           PERFORM 2600-OPEN-QTS103
           PERFORM 2700-COPY-QTS103 UNTIL WS-EOF
           PERFORM 2800-OPEN-QTS149
           PERFORM 2900-COPY-QTS149 UNTIL WS-EOF
           PERFORM 3000-OPEN-QTS210
           PERFORM 3100-COPY-QTS210 UNTIL WS-EOF
           PERFORM 3200-CLOSE-QTS210
           PERFORM 5000-REGISTER-ALL
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > 6
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-JS-TBL
           MOVE "QTS010  " TO WS-JS-FILEID(1)
           MOVE "QTS080  " TO WS-JS-FILEID(2)
           MOVE "QTS100  " TO WS-JS-FILEID(3)
           MOVE "QTS103  " TO WS-JS-FILEID(4)
           MOVE "QTS149  " TO WS-JS-FILEID(5)
           MOVE "QTS210  " TO WS-JS-FILEID(6)
           OPEN INPUT  SNAP-PARAMFILE
           READ SNAP-PARAMFILE
               AT END CONTINUE
               NOT AT END
                   IF  PRM-HOJISEDAISU > ZERO
                       MOVE PRM-HOJISEDAISU TO WS-HOJISEDAISU
                   END-IF
           END-READ
           CLOSE SNAP-PARAMFILE
           OPEN INPUT  QTS173-KIJUN
           OPEN I-O    QTS283-SEDAI
           OPEN OUTPUT SNAP-RPTFILE.

      * 各マスタをキー順に読み、世代ファイルへそのまま複写しながら
      * 件数と主要金額項目の総和を採る。金額項目はQTS173Bと同じ
      * ものを使い、復元時に整合性基準値とそのまま比較できるように
      * する。
       2000-OPEN-QTS010.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS010-MASTER
           OPEN OUTPUT SN010-FILE
           READ QTS010-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-COPY-QTS010.
           WRITE SN010-REC FROM QTS010-REC
           ADD 1 TO WS-JS-KENSU(1)
           ADD QTS010-YSNSOUGENDO TO WS-JS-KNGHASH(1)
           READ QTS010-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ.

       2200-OPEN-QTS080.
           CLOSE QTS010-MASTER
           CLOSE SN010-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS080-POINT
           OPEN OUTPUT SN080-FILE
           READ QTS080-POINT
               AT END SET WS-EOF TO TRUE
           END-READ.

       2300-COPY-QTS080.
           WRITE SN080-REC FROM QTS080-REC
           ADD 1 TO WS-JS-KENSU(2)
           ADD QTS080-TOKTZANPOINT TO WS-JS-KNGHASH(2)
           READ QTS080-POINT
               AT END SET WS-EOF TO TRUE
           END-READ.

       2400-OPEN-QTS100.
           CLOSE QTS080-POINT
           CLOSE SN080-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS100-BUNKAI
           OPEN OUTPUT SN100-FILE
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       2500-COPY-QTS100.
           WRITE SN100-REC FROM QTS100-REC
           ADD 1 TO WS-JS-KENSU(3)
           ADD QTS100-JTMGENPON TO WS-JS-KNGHASH(3)
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       2600-OPEN-QTS103.
           CLOSE QTS100-BUNKAI
           CLOSE SN100-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS103-RIBO
           OPEN OUTPUT SN103-FILE
           READ QTS103-RIBO
               AT END SET WS-EOF TO TRUE
           END-READ.

       2700-COPY-QTS103.
           WRITE SN103-REC FROM QTS103-REC
           ADD 1 TO WS-JS-KENSU(4)
           ADD QTS103-KURIKOSHIZAN TO WS-JS-KNGHASH(4)
           READ QTS103-RIBO
               AT END SET WS-EOF TO TRUE
           END-READ.

       2800-OPEN-QTS149.
           CLOSE QTS103-RIBO
           CLOSE SN103-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS149-LOT
           OPEN OUTPUT SN149-FILE
           READ QTS149-LOT
               AT END SET WS-EOF TO TRUE
           END-READ.

       2900-COPY-QTS149.
           WRITE SN149-REC FROM QTS149-REC
           ADD 1 TO WS-JS-KENSU(5)
           ADD QTS149-ZANPOINT TO WS-JS-KNGHASH(5)
           READ QTS149-LOT
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-OPEN-QTS210.
           CLOSE QTS149-LOT
           CLOSE SN149-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS210-YOTEI
           OPEN OUTPUT SN210-FILE
           READ QTS210-YOTEI
               AT END SET WS-EOF TO TRUE
           END-READ.

       3100-COPY-QTS210.
           WRITE SN210-REC FROM QTS210-REC
           ADD 1 TO WS-JS-KENSU(6)
           ADD QTS210-GENPONGAKU TO WS-JS-KNGHASH(6)
           READ QTS210-YOTEI
               AT END SET WS-EOF TO TRUE
           END-READ.

       3200-CLOSE-QTS210.
           CLOSE QTS210-YOTEI
           CLOSE SN210-FILE.

      * 〔世代登録〕対象ファイルの既存世代を読み、最大世代番号＋１
      * で今回分を登録する。保持世代数を超えた古い世代は削除する。
      * 退避時点のゲート結果（当日検証分のみ）を世代に写し、復元時
      * に不一致の世代を選んでいないか確認できるようにする。
       5000-REGISTER-ALL.
           MOVE ZERO TO WS-MAX-SEDAINO
           MOVE "N"  TO WS-SEDAI-EOF-SW
           MOVE WS-JS-FILEID(WS-FX)  TO QTS283-PRMFILEID
           MOVE ZERO                 TO QTS283-PRMSEDAINO
           START QTS283-SEDAI KEY >= QTS283-SEG
               INVALID KEY SET WS-SEDAI-EOF TO TRUE
           END-START
           PERFORM 5100-READ-SEDAI UNTIL WS-SEDAI-EOF
           IF  WS-MAX-SEDAINO = 9999
               DISPLAY "QTS283B: SEDAINO OVERFLOW "
                   WS-JS-FILEID(WS-FX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 WS-MAX-SEDAINO GIVING WS-JS-SEDAINO(WS-FX)
           INITIALIZE QTS283-REC
           MOVE WS-JS-FILEID(WS-FX)  TO QTS283-PRMFILEID
           MOVE WS-JS-SEDAINO(WS-FX) TO QTS283-PRMSEDAINO
           MOVE WS-TODAY             TO QTS283-SHUTOKUYMD
           MOVE WS-NOW-TIME          TO QTS283-SHUTOKUTIME
           MOVE WS-JS-KENSU(WS-FX)   TO QTS283-KENSU
           MOVE WS-JS-KNGHASH(WS-FX) TO QTS283-KNGHASH
           PERFORM 5200-GET-GATE
           MOVE WS-TODAY             TO QTS283-SVRKOUSHINYMD
           WRITE QTS283-REC
               INVALID KEY
                   DISPLAY "QTS283B: QTS283 WRITE ERR "
                       WS-QTS283-STATUS " " WS-JS-FILEID(WS-FX)
                   ADD 1 TO WS-ERR-COUNT
           END-WRITE
           MOVE ZERO TO WS-SAKUJO-FILE
           IF  WS-JS-SEDAINO(WS-FX) > WS-HOJISEDAISU
               SUBTRACT WS-HOJISEDAISU FROM WS-JS-SEDAINO(WS-FX)
                   GIVING WS-SAKUJO-MAX
               PERFORM 5300-PURGE-SEDAI
           END-IF
           MOVE WS-JS-FILEID(WS-FX)  TO WS-RP-FILEID
           MOVE WS-JS-SEDAINO(WS-FX) TO WS-RP-SEDAINO
           MOVE WS-JS-KENSU(WS-FX)   TO WS-RP-KENSU
           MOVE WS-JS-KNGHASH(WS-FX) TO WS-RP-HASH
           MOVE WS-SAKUJO-FILE       TO WS-RP-SAKUJO
           EVALUATE QTS283-GATEKEKKA
               WHEN "0"    MOVE "一致　" TO WS-RP-GATE
               WHEN "1"    MOVE "不一致" TO WS-RP-GATE
               WHEN OTHER  MOVE "未検証" TO WS-RP-GATE
           END-EVALUATE
           MOVE WS-RPT-LINE          TO SNAP-RPT-LINE
           WRITE SNAP-RPT-LINE.

       5100-READ-SEDAI.
           READ QTS283-SEDAI NEXT
               AT END SET WS-SEDAI-EOF TO TRUE
           END-READ
           IF  NOT WS-SEDAI-EOF
               IF  QTS283-PRMFILEID NOT = WS-JS-FILEID(WS-FX)
                   SET WS-SEDAI-EOF TO TRUE
               ELSE
                   MOVE QTS283-PRMSEDAINO TO WS-MAX-SEDAINO
               END-IF
           END-IF.

       5200-GET-GATE.
           MOVE SPACE                TO QTS283-GATEKEKKA
           MOVE WS-JS-FILEID(WS-FX)  TO QTS173-PRMFILEID
           READ QTS173-KIJUN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF  QTS173-KENSHOYMD = WS-TODAY
                       MOVE QTS173-KENSHOSTS TO QTS283-GATEKEKKA
                   END-IF
           END-READ.

       5300-PURGE-SEDAI.
           MOVE "N" TO WS-SEDAI-EOF-SW
           MOVE WS-JS-FILEID(WS-FX)  TO QTS283-PRMFILEID
           MOVE ZERO                 TO QTS283-PRMSEDAINO
           START QTS283-SEDAI KEY >= QTS283-SEG
               INVALID KEY SET WS-SEDAI-EOF TO TRUE
           END-START
           PERFORM 5310-PURGE-ONE UNTIL WS-SEDAI-EOF.

       5310-PURGE-ONE.
           READ QTS283-SEDAI NEXT
               AT END SET WS-SEDAI-EOF TO TRUE
           END-READ
           IF  NOT WS-SEDAI-EOF
               IF  QTS283-PRMFILEID NOT = WS-JS-FILEID(WS-FX)
               OR  QTS283-PRMSEDAINO > WS-SAKUJO-MAX
                   SET WS-SEDAI-EOF TO TRUE
               ELSE
                   DELETE QTS283-SEDAI
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-SAKUJO-COUNT
                   ADD 1 TO WS-SAKUJO-FILE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF  WS-ERR-COUNT > ZERO
               MOVE 16 TO RETURN-CODE
           END-IF
           DISPLAY "QTS283B: SEDAI=" WS-HOJISEDAISU
                   " SAKUJO=" WS-SAKUJO-COUNT
                   " ERR=" WS-ERR-COUNT
           CLOSE QTS173-KIJUN
           CLOSE QTS283-SEDAI
           CLOSE SNAP-RPTFILE.
