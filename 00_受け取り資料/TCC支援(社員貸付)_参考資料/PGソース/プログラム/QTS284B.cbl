      *8...........2.........3.........4.........5........6........7.........8
      *    QTS284B
      ****************************************************************
      *                マスタ世代復元（ロールバック）バッチ          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    バッチ事故でマスタが壊れたとき、QTS283Bが退避した指定世代を
      *    マスタへ復元する。夜間チェーンを停止した状態で運転員が投入
      *    する。復元前に世代ファイルの件数・金額ハッシュを世代登録値
      *    及び整合性基準値（QTS173）と照合し、一致しなければマスタに
      *    触れずに終了する。復元後は退避以降に動いたジョブ（又は指定
      *    起点ジョブ）とその後続をジョブネットワーク管理ファイル
      *    （QTS171）上で再実行待ちにする。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS284B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  ROLL-PARAMFILE  ASSIGN TO "QTS284PR"
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
           SELECT  QTS171-JOBNET   ASSIGN TO "QTS171"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS171-PRMJOBID
                   FILE STATUS IS WS-QTS171-STATUS.
           SELECT  ROLL-RPTFILE    ASSIGN TO "QTS284RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  ROLL-PARAMFILE.
       01  ROLL-PARAM-REC.
           05  PRM-FILEID              PIC X(08).
      *        復元対象ファイルID（QTS010/080/100/103/149/210）
           05  PRM-SEDAINO             PIC 9(04).
      *        復元する世代番号（QTS283の世代番号）
           05  PRM-KITENJOBID          PIC X(08).
      *        再実行起点ジョブＩＤ。スペースのときは退避時刻以降に
      *        開始したジョブ全てを起点とする
           05  PRM-KIJUNSAISETEIKBN    PIC X(01).
      *        1:整合性基準値が退避前の日付でも不一致なら世代の値で
      *          基準を再設定して復元する（運転責任者承認時のみ）
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
       FD  QTS171-JOBNET.
       01  QTS171-REC.
           COPY QTS171 REPLACING ==()== BY ==QTS171==.
       FD  ROLL-RPTFILE.
       01  ROLL-RPT-LINE               PIC X(80).
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
       01  WS-QTS171-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-FX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-KENSU                PIC 9(09)     VALUE ZERO.
       01  WS-KNGHASH              PIC S9(15)    VALUE ZERO.
       01  WS-FUKUGEN-COUNT        PIC 9(09)     VALUE ZERO.
       01  WS-ERR-COUNT            PIC 9(09)     VALUE ZERO.
       01  WS-KIJUN-SW             PIC X(01)     VALUE SPACE.
           88  WS-KIJUN-NASHI                    VALUE "N".
           88  WS-KIJUN-ICCHI                    VALUE "0".
           88  WS-KIJUN-SAISETEI                 VALUE "R".
       01  WS-FILEID-TBL.
           05  FILLER              PIC X(08)     VALUE "QTS010  ".
           05  FILLER              PIC X(08)     VALUE "QTS080  ".
           05  FILLER              PIC X(08)     VALUE "QTS100  ".
           05  FILLER              PIC X(08)     VALUE "QTS103  ".
           05  FILLER              PIC X(08)     VALUE "QTS149  ".
           05  FILLER              PIC X(08)     VALUE "QTS210  ".
       01  WS-FILEID-R             REDEFINES WS-FILEID-TBL.
           05  WS-FILEID           OCCURS 6      PIC X(08).
      * ジョブネットワーク展開表
       01  WS-JOB-COUNT            PIC 9(03)     VALUE ZERO.
       01  WS-JX                   PIC 9(03)     VALUE ZERO.
       01  WS-KX                   PIC 9(03)     VALUE ZERO.
       01  WS-SX                   PIC 9(01)     VALUE ZERO.
       01  WS-MARK-COUNT           PIC 9(03)     VALUE ZERO.
       01  WS-CHANGE-SW            PIC X(01).
           88  WS-CHANGED                        VALUE "Y".
       01  WS-JOB-TBL.
           05  WS-JB-ENT           OCCURS 300.
             07  WS-JB-JOBID       PIC X(08).
             07  WS-JB-SENKOU.
               09  WS-JB-SENKOUJOB OCCURS 4      PIC X(08).
             07  WS-JB-KAISHIYMD   PIC 9(08).
             07  WS-JB-KAISHITIME  PIC 9(06).
             07  WS-JB-MARK        PIC X(01).
       01  WS-RPT-LINE.
           05  WS-RP-KOUMOKU       PIC N(08).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-RP-NAIYOU        PIC X(50).
       01  WS-RPT-KENSU.
           05  WS-RK-KOUMOKU       PIC N(08).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-RK-KENSU         PIC 9(09).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RK-HASH          PIC ----------------9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-SEDAI
           PERFORM 3000-CHECK-KIJUN
           PERFORM 4000-RESTORE-MASTER
           PERFORM 5000-MARK-JOBNET
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  ROLL-PARAMFILE
           READ ROLL-PARAMFILE
               AT END
                   DISPLAY "QTS284B: PARAM NASHI"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ROLL-PARAMFILE
           MOVE ZERO TO WS-FX
           PERFORM 1100-FIND-FILEID
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > 6
           IF  WS-FX = ZERO
               DISPLAY "QTS284B: FILEID FUSEI " PRM-FILEID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O    QTS283-SEDAI
           OPEN I-O    QTS173-KIJUN
           OPEN OUTPUT ROLL-RPTFILE
           MOVE PRM-FILEID           TO QTS283-PRMFILEID
           MOVE PRM-SEDAINO          TO QTS283-PRMSEDAINO
           READ QTS283-SEDAI
               INVALID KEY
                   DISPLAY "QTS284B: SEDAI MITOUROKU " PRM-FILEID
                       " " PRM-SEDAINO
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE "対象ファイル"       TO WS-RP-KOUMOKU
           STRING PRM-FILEID " SEDAI=" PRM-SEDAINO
                  " TAIHI=" QTS283-SHUTOKUYMD "-" QTS283-SHUTOKUTIME
                  DELIMITED BY SIZE INTO WS-RP-NAIYOU
           PERFORM 8000-WRITE-RPT
           IF  QTS283-GATEKEKKA = "1"
               MOVE "退避時ゲート"   TO WS-RP-KOUMOKU
               MOVE "FUICCHI (TAIHI JITEN DE KIJUN TO FUICCHI)"
                                     TO WS-RP-NAIYOU
               PERFORM 8000-WRITE-RPT
           END-IF.

       1100-FIND-FILEID.
           IF  WS-FILEID(WS-SX) = PRM-FILEID
               MOVE WS-SX TO WS-FX
           END-IF.

      * 〔世代照合〕世代ファイルを一読し、件数と金額ハッシュが世代
      * 登録値と一致することを確かめる。取り違えた世代や途中で
      * 切れた世代はここで止める。
       2000-VERIFY-SEDAI.
           PERFORM 2100-OPEN-SN
           PERFORM 2200-READ-SN
           PERFORM 2300-COUNT-SN UNTIL WS-EOF
           PERFORM 2400-CLOSE-SN
           MOVE "世代ファイル"       TO WS-RK-KOUMOKU
           MOVE WS-KENSU             TO WS-RK-KENSU
           MOVE WS-KNGHASH           TO WS-RK-HASH
           MOVE WS-RPT-KENSU         TO ROLL-RPT-LINE
           WRITE ROLL-RPT-LINE
           MOVE "世代登録値"         TO WS-RK-KOUMOKU
           MOVE QTS283-KENSU         TO WS-RK-KENSU
           MOVE QTS283-KNGHASH       TO WS-RK-HASH
           MOVE WS-RPT-KENSU         TO ROLL-RPT-LINE
           WRITE ROLL-RPT-LINE
           IF  WS-KENSU   NOT = QTS283-KENSU
           OR  WS-KNGHASH NOT = QTS283-KNGHASH
               MOVE "世代照合"       TO WS-RP-KOUMOKU
               MOVE "FUICCHI - FUKUGEN CHUSHI"
                                     TO WS-RP-NAIYOU
               PERFORM 8000-WRITE-RPT
               DISPLAY "QTS284B: *** SEDAI FUICCHI *** "
                   PRM-FILEID " " PRM-SEDAINO
               PERFORM 9900-ABEND
           END-IF.

       2100-OPEN-SN.
           MOVE "N"  TO WS-EOF-SW
           MOVE ZERO TO WS-KENSU
           MOVE ZERO TO WS-KNGHASH
           EVALUATE WS-FX
               WHEN 1  OPEN INPUT SN010-FILE
               WHEN 2  OPEN INPUT SN080-FILE
               WHEN 3  OPEN INPUT SN100-FILE
               WHEN 4  OPEN INPUT SN103-FILE
               WHEN 5  OPEN INPUT SN149-FILE
               WHEN 6  OPEN INPUT SN210-FILE
           END-EVALUATE
           IF  WS-SN-STATUS NOT = "00"
               DISPLAY "QTS284B: SEDAI FILE OPEN ERR " WS-SN-STATUS
               PERFORM 9900-ABEND
           END-IF.

       2200-READ-SN.
           EVALUATE WS-FX
               WHEN 1
                   READ SN010-FILE AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ SN080-FILE AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ SN100-FILE AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ SN103-FILE AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ SN149-FILE AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ SN210-FILE AT END SET WS-EOF TO TRUE
                   END-READ
           END-EVALUATE.

      * 金額ハッシュはQTS173B・QTS283Bと同じ項目で採る。
       2300-COUNT-SN.
           ADD 1 TO WS-KENSU
           EVALUATE WS-FX
               WHEN 1  ADD SN010-YSNSOUGENDO   TO WS-KNGHASH
               WHEN 2  ADD SN080-TOKTZANPOINT  TO WS-KNGHASH
               WHEN 3  ADD SN100-JTMGENPON     TO WS-KNGHASH
               WHEN 4  ADD SN103-KURIKOSHIZAN  TO WS-KNGHASH
               WHEN 5  ADD SN149-ZANPOINT      TO WS-KNGHASH
               WHEN 6  ADD SN210-GENPONGAKU    TO WS-KNGHASH
           END-EVALUATE
           PERFORM 2200-READ-SN.

       2400-CLOSE-SN.
           EVALUATE WS-FX
               WHEN 1  CLOSE SN010-FILE
               WHEN 2  CLOSE SN080-FILE
               WHEN 3  CLOSE SN100-FILE
               WHEN 4  CLOSE SN103-FILE
               WHEN 5  CLOSE SN149-FILE
               WHEN 6  CLOSE SN210-FILE
           END-EVALUATE.

      * 〔基準照合〕整合性基準値があるファイルは世代の値と照合する。
      * 一致すれば復元後の検証結果を一致とする。不一致でも基準値が
      * 退避日より後に採取されたもの（事故夜の末尾で採り直された
      * もの）であれば、世代の値で基準を再設定する。それ以外の不一致
      * は再設定指示がない限り復元しない。
       3000-CHECK-KIJUN.
           MOVE PRM-FILEID           TO QTS173-PRMFILEID
           READ QTS173-KIJUN
               INVALID KEY
                   SET WS-KIJUN-NASHI TO TRUE
           END-READ
           IF  WS-KIJUN-NASHI
               MOVE "整合性基準値"   TO WS-RP-KOUMOKU
               MOVE "KIJUN NASHI - SEDAI TOUROKUCHI NOMI DE SHOGOU"
                                     TO WS-RP-NAIYOU
               PERFORM 8000-WRITE-RPT
           ELSE
               MOVE "整合性基準値"   TO WS-RK-KOUMOKU
               MOVE QTS173-KIJUNKENSU    TO WS-RK-KENSU
               MOVE QTS173-KIJUNKNGHASH  TO WS-RK-HASH
               MOVE WS-RPT-KENSU         TO ROLL-RPT-LINE
               WRITE ROLL-RPT-LINE
               IF  QTS173-KIJUNKENSU   = WS-KENSU
               AND QTS173-KIJUNKNGHASH = WS-KNGHASH
                   SET WS-KIJUN-ICCHI TO TRUE
               ELSE
                   IF  QTS173-KIJUNYMD > QTS283-SHUTOKUYMD
                   OR  PRM-KIJUNSAISETEIKBN = "1"
                       SET WS-KIJUN-SAISETEI TO TRUE
                   ELSE
                       MOVE "基準照合"   TO WS-RP-KOUMOKU
                       MOVE "FUICCHI - FUKUGEN CHUSHI"
                                         TO WS-RP-NAIYOU
                       PERFORM 8000-WRITE-RPT
                       DISPLAY "QTS284B: *** KIJUN FUICCHI *** "
                           PRM-FILEID " KIJUNYMD=" QTS173-KIJUNYMD
                       PERFORM 9900-ABEND
                   END-IF
               END-IF
           END-IF.

      * 〔復元〕マスタを出力で開き直し、世代ファイルをキー順のまま
      * 書き戻す。
       4000-RESTORE-MASTER.
           EVALUATE WS-FX
               WHEN 1  OPEN OUTPUT QTS010-MASTER
               WHEN 2  OPEN OUTPUT QTS080-POINT
               WHEN 3  OPEN OUTPUT QTS100-BUNKAI
               WHEN 4  OPEN OUTPUT QTS103-RIBO
               WHEN 5  OPEN OUTPUT QTS149-LOT
               WHEN 6  OPEN OUTPUT QTS210-YOTEI
           END-EVALUATE
           PERFORM 2100-OPEN-SN
           PERFORM 2200-READ-SN
           PERFORM 4100-WRITE-MASTER UNTIL WS-EOF
           PERFORM 2400-CLOSE-SN
           EVALUATE WS-FX
               WHEN 1  CLOSE QTS010-MASTER
               WHEN 2  CLOSE QTS080-POINT
               WHEN 3  CLOSE QTS100-BUNKAI
               WHEN 4  CLOSE QTS103-RIBO
               WHEN 5  CLOSE QTS149-LOT
               WHEN 6  CLOSE QTS210-YOTEI
           END-EVALUATE
           MOVE "復元件数"           TO WS-RK-KOUMOKU
           MOVE WS-FUKUGEN-COUNT     TO WS-RK-KENSU
           MOVE WS-KNGHASH           TO WS-RK-HASH
           MOVE WS-RPT-KENSU         TO ROLL-RPT-LINE
           WRITE ROLL-RPT-LINE
           IF  WS-ERR-COUNT > ZERO
               DISPLAY "QTS284B: *** FUKUGEN ERR *** "
                   WS-ERR-COUNT
               PERFORM 9900-ABEND
           END-IF
           ADD 1 TO QTS283-FUKUGENCOUNT
           MOVE WS-TODAY             TO QTS283-FUKUGENYMD
           MOVE WS-NOW-TIME          TO QTS283-FUKUGENTIME
           MOVE WS-TODAY             TO QTS283-SVRKOUSHINYMD
           REWRITE QTS283-REC
           PERFORM 4200-UPDATE-KIJUN.

       4100-WRITE-MASTER.
           EVALUATE WS-FX
               WHEN 1
                   WRITE QTS010-REC FROM SN010-REC
                       INVALID KEY ADD 1 TO WS-ERR-COUNT
                   END-WRITE
               WHEN 2
                   WRITE QTS080-REC FROM SN080-REC
                       INVALID KEY ADD 1 TO WS-ERR-COUNT
                   END-WRITE
               WHEN 3
                   WRITE QTS100-REC FROM SN100-REC
                       INVALID KEY ADD 1 TO WS-ERR-COUNT
                   END-WRITE
               WHEN 4
                   WRITE QTS103-REC FROM SN103-REC
                       INVALID KEY ADD 1 TO WS-ERR-COUNT
                   END-WRITE
               WHEN 5
                   WRITE QTS149-REC FROM SN149-REC
                       INVALID KEY ADD 1 TO WS-ERR-COUNT
                   END-WRITE
               WHEN 6
                   WRITE QTS210-REC FROM SN210-REC
                       INVALID KEY ADD 1 TO WS-ERR-COUNT
                   END-WRITE
           END-EVALUATE
           ADD 1 TO WS-FUKUGEN-COUNT
           PERFORM 2200-READ-SN.

      * 復元後のマスタは世代の値そのものなので、基準照合の結果を
      * 検証結果として記録する（翌夜のQTS173Bゲートを通すため）。
       4200-UPDATE-KIJUN.
           IF  NOT WS-KIJUN-NASHI
               IF  WS-KIJUN-SAISETEI
                   MOVE WS-TODAY     TO QTS173-KIJUNYMD
                   MOVE WS-KENSU     TO QTS173-KIJUNKENSU
                   MOVE WS-KNGHASH   TO QTS173-KIJUNKNGHASH
                   MOVE "整合性基準値" TO WS-RP-KOUMOKU
                   MOVE "SEDAI NO ATAI DE SAISETTEI"
                                     TO WS-RP-NAIYOU
                   PERFORM 8000-WRITE-RPT
               END-IF
               MOVE "0"              TO QTS173-KENSHOSTS
               MOVE WS-TODAY         TO QTS173-KENSHOYMD
               MOVE WS-TODAY         TO QTS173-SVRKOUSHINYMD
               REWRITE QTS173-REC
           END-IF.

      * 〔再実行指示〕ジョブネットワークを表へ読み込み、起点ジョブ
      * に印を付けてから、先行ジョブに印のあるジョブへ印がこれ以上
      * 増えなくなるまで伝播させる。印の付いたジョブは再実行待ち
      * （４）とし、QTS171Bの起動可否判定で後続が先に走らないよう
      * にする。
       5000-MARK-JOBNET.
           OPEN I-O    QTS171-JOBNET
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS171-PRMJOBID
           START QTS171-JOBNET KEY >= QTS171-PRMJOBID
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 5100-LOAD-JOB UNTIL WS-EOF
           PERFORM 5200-MARK-KITEN
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JOB-COUNT
           IF  PRM-KITENJOBID NOT = SPACES
           AND WS-MARK-COUNT = ZERO
               MOVE "再実行起点"     TO WS-RP-KOUMOKU
               STRING "JOB TEIGI NASHI " PRM-KITENJOBID
                      DELIMITED BY SIZE INTO WS-RP-NAIYOU
               PERFORM 8000-WRITE-RPT
               DISPLAY "QTS284B: KITEN JOB TEIGI NASHI "
                   PRM-KITENJOBID
               MOVE 8 TO RETURN-CODE
           END-IF
           SET WS-CHANGED TO TRUE
           PERFORM 5300-PROPAGATE UNTIL NOT WS-CHANGED
           PERFORM 5500-REWRITE-JOB
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JOB-COUNT
           CLOSE QTS171-JOBNET.

       5100-LOAD-JOB.
           READ QTS171-JOBNET NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               IF  WS-JOB-COUNT >= 300
                   DISPLAY "QTS284B: JOB TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE QTS171-PRMJOBID  TO WS-JB-JOBID(WS-JOB-COUNT)
               MOVE QTS171-SENKOU    TO WS-JB-SENKOU(WS-JOB-COUNT)
               MOVE QTS171-KAISHIYMD TO WS-JB-KAISHIYMD(WS-JOB-COUNT)
               MOVE QTS171-KAISHITIME
                                     TO WS-JB-KAISHITIME(WS-JOB-COUNT)
               MOVE "N"              TO WS-JB-MARK(WS-JOB-COUNT)
           END-IF.

      * 起点指定があればそのジョブ、なければ退避時刻以降に開始した
      * ジョブ（復元前のマスタを読み書きした可能性のあるもの）。
       5200-MARK-KITEN.
           IF  PRM-KITENJOBID NOT = SPACES
               IF  WS-JB-JOBID(WS-JX) = PRM-KITENJOBID
                   MOVE "Y" TO WS-JB-MARK(WS-JX)
                   ADD 1 TO WS-MARK-COUNT
               END-IF
           ELSE
               IF  WS-JB-KAISHIYMD(WS-JX) > QTS283-SHUTOKUYMD
               OR (WS-JB-KAISHIYMD(WS-JX) = QTS283-SHUTOKUYMD
               AND WS-JB-KAISHITIME(WS-JX) >= QTS283-SHUTOKUTIME)
                   MOVE "Y" TO WS-JB-MARK(WS-JX)
                   ADD 1 TO WS-MARK-COUNT
               END-IF
           END-IF.

       5300-PROPAGATE.
           MOVE "N" TO WS-CHANGE-SW
           PERFORM 5310-CHECK-JOB
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JOB-COUNT.

       5310-CHECK-JOB.
           IF  WS-JB-MARK(WS-JX) = "N"
               PERFORM 5320-CHECK-SENKOU
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > 4
           END-IF.

       5320-CHECK-SENKOU.
           IF  WS-JB-SENKOUJOB(WS-JX WS-SX) NOT = SPACES
           AND WS-JB-MARK(WS-JX) = "N"
               PERFORM 5330-FIND-SENKOU
                   VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > WS-JOB-COUNT
           END-IF.

       5330-FIND-SENKOU.
           IF  WS-JB-JOBID(WS-KX) = WS-JB-SENKOUJOB(WS-JX WS-SX)
           AND WS-JB-MARK(WS-KX) = "Y"
           AND WS-JB-MARK(WS-JX) = "N"
               MOVE "Y" TO WS-JB-MARK(WS-JX)
               ADD 1 TO WS-MARK-COUNT
               SET WS-CHANGED TO TRUE
           END-IF.

       5500-REWRITE-JOB.
           IF  WS-JB-MARK(WS-JX) = "Y"
               MOVE WS-JB-JOBID(WS-JX) TO QTS171-PRMJOBID
               READ QTS171-JOBNET
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "4"      TO QTS171-ENDSTS
                       MOVE ZERO     TO QTS171-KAISHIYMD
                       MOVE ZERO     TO QTS171-KAISHITIME
                       MOVE ZERO     TO QTS171-SHURYOYMD
                       MOVE ZERO     TO QTS171-SHURYOTIME
                       MOVE WS-TODAY TO QTS171-SVRKOUSHINYMD
                       REWRITE QTS171-REC
                       MOVE "再実行待ち"     TO WS-RP-KOUMOKU
                       MOVE WS-JB-JOBID(WS-JX) TO WS-RP-NAIYOU
                       PERFORM 8000-WRITE-RPT
               END-READ
           END-IF.

       8000-WRITE-RPT.
           MOVE WS-RPT-LINE          TO ROLL-RPT-LINE
           WRITE ROLL-RPT-LINE
           MOVE SPACES               TO WS-RP-NAIYOU.

       9000-TERMINATE.
           DISPLAY "QTS284B: " PRM-FILEID " SEDAI=" PRM-SEDAINO
                   " FUKUGEN=" WS-FUKUGEN-COUNT
                   " SAIJIKKOU=" WS-MARK-COUNT
           CLOSE QTS283-SEDAI
           CLOSE QTS173-KIJUN
           CLOSE ROLL-RPTFILE.

       9900-ABEND.
           MOVE 16 TO RETURN-CODE
           CLOSE QTS283-SEDAI
           CLOSE QTS173-KIJUN
           CLOSE ROLL-RPTFILE
           STOP RUN.
