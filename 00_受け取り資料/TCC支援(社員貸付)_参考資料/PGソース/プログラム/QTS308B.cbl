      *8...........2.........3.........4.........5........6........7.........8
      *    QTS308B
      ****************************************************************
      *          会員抽出ファイル配信前の第三者提供同意判定バッチ    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    グループ会社・提携先へ渡す会員抽出ファイル（QTS800／
      *    QTS850／QTS860／QTS870／QTS880）を１件ずつ読み、ファイル
      *    ごとにパラメータ（QTS308PR）で指定した提供先区分について
      *    第三者提供同意マスタ（QTS308）を参照して配信用ファイル
      *    （QTS8n0HS）を作成する。
      *      同意あり        そのまま配信する
      *      同意なし・未取得 パラメータの処理区分により除外するか、
      *                      個人を識別できる項目をマスクして配信
      *                      する。マスクしたレコードの会員キーは
      *                      実行内の通番に置き換え、提供先で他の
      *                      ファイルと結び付かないようにする。
      *      利用停止・第三者提供停止の請求中（QTS222）
      *                      同意の有無・処理区分によらず除外する。
      *    QTS860は識別項目を持たないため、マスク指定でも除外する。
      *    ファイル別・提供先別の配信・マスク・除外件数を同意判定
      *    結果表（QTS308RC）に出力し、提供の記録として保存する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS308B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  DOUI-PARAMFILE  ASSIGN TO "QTS308PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS800-MASTER   ASSIGN TO "QTS800"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS800-STATUS.
           SELECT  QTS850-MASTER   ASSIGN TO "QTS850"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS850-PRMNAIBUKAIINNO
                   FILE STATUS IS WS-QTS850-STATUS.
           SELECT  QTS860-MASTER   ASSIGN TO "QTS860"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS860-PRMNAIBUKAIINNO
                   FILE STATUS IS WS-QTS860-STATUS.
           SELECT  QTS870-MASTER   ASSIGN TO "QTS870"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS870-PRMNAIBUKAIINNO
                   FILE STATUS IS WS-QTS870-STATUS.
           SELECT  QTS880-MASTER   ASSIGN TO "QTS880"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS880-PRMNAIBUKAIINNO
                   FILE STATUS IS WS-QTS880-STATUS.
           SELECT  HAI800-OUT      ASSIGN TO "QTS800HS"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  HAI850-OUT      ASSIGN TO "QTS850HS"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  HAI860-OUT      ASSIGN TO "QTS860HS"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  HAI870-OUT      ASSIGN TO "QTS870HS"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  HAI880-OUT      ASSIGN TO "QTS880HS"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  QTS308-DOUI     ASSIGN TO "QTS308"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS308-SEG
                   FILE STATUS IS WS-QTS308-STATUS.
           SELECT  QTS222-KYODAKU  ASSIGN TO "QTS222"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS222-PRM
                   FILE STATUS IS WS-QTS222-STATUS.
           SELECT  HANTEI-RPTFILE  ASSIGN TO "QTS308RC"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  DOUI-PARAMFILE.
       01  DOUI-PARAM-REC.
           05  PRM-FILEID              PIC X(06).
      *        QTS800・QTS850・QTS860・QTS870・QTS880
           05  PRM-TEIKYOSAKIKBN       PIC X(02).
      *        このファイルの提供先区分（QTS308の提供先区分）
           05  PRM-SHORIKBN            PIC X(01).
      *        同意のない会員の扱い  1:除外  2:マスクして配信
      *        0:今回は配信しない（空の配信用ファイルを作る）
       FD  QTS800-MASTER.
       01  QTS800-REC-D.
           COPY QTS800.
       FD  QTS850-MASTER.
       01  QTS850-REC-D.
           COPY QTS850.
       FD  QTS860-MASTER.
       01  QTS860-REC-D.
           COPY QTS860.
       FD  QTS870-MASTER.
       01  QTS870-REC-D.
           COPY QTS870.
       FD  QTS880-MASTER.
       01  QTS880-REC-D.
           COPY QTS880.
       FD  HAI800-OUT.
       01  HAI800-REC-D.
           COPY QTS800 REPLACING LEADING ==QTS800== BY ==HAI800==.
       FD  HAI850-OUT.
       01  HAI850-REC-D.
           COPY QTS850 REPLACING LEADING ==QTS850== BY ==HAI850==.
       FD  HAI860-OUT.
       01  HAI860-REC-D.
           COPY QTS860 REPLACING LEADING ==QTS860== BY ==HAI860==.
       FD  HAI870-OUT.
       01  HAI870-REC-D.
           COPY QTS870 REPLACING LEADING ==QTS870== BY ==HAI870==.
       FD  HAI880-OUT.
       01  HAI880-REC-D.
           COPY QTS880 REPLACING LEADING ==QTS880== BY ==HAI880==.
       FD  QTS308-DOUI.
       01  QTS308-REC.
           COPY QTS308 REPLACING ==()== BY ==QTS308==.
       FD  QTS222-KYODAKU.
       01  QTS222-REC.
           COPY QTS222 REPLACING ==()== BY ==QTS222==.
       FD  HANTEI-RPTFILE.
       01  HANTEI-RPT-LINE         PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS800-STATUS        PIC X(02).
       01  WS-QTS850-STATUS        PIC X(02).
       01  WS-QTS860-STATUS        PIC X(02).
       01  WS-QTS870-STATUS        PIC X(02).
       01  WS-QTS880-STATUS        PIC X(02).
       01  WS-QTS308-STATUS        PIC X(02).
       01  WS-QTS222-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-PRM-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-PRM-EOF                        VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-FX                   PIC 9(01).
       01  WS-SX                   PIC 9(01).
       01  WS-SAKI-MAX             PIC 9(01)     VALUE ZERO.
       01  WS-MASK-RENBAN          PIC 9(12)     VALUE ZERO.
       01  WS-HANTEI               PIC X(01).
      *      1:配信  2:マスクして配信  3:除外（同意なし）
      *      4:除外（利用停止・第三者提供停止の請求中）
      * 抽出ファイルの会員キー（企業・サブレンジ・内部会員番号）
       01  WS-KAIIN-KEY            PIC X(16).
       01  WS-KAIIN-KEY-R          REDEFINES WS-KAIIN-KEY.
           05  WS-KK-KIGYOUCD      PIC 9(04).
           05  WS-KK-SUBRANGEKEY   PIC 9(04).
           05  WS-KK-NAIBUKAIINNO  PIC 9(08).
      * マスクしたレコードの会員キー
       01  WS-MASK-KEY.
           05  FILLER              PIC X(04)     VALUE "MASK".
           05  WS-MK-RENBAN        PIC 9(12).
      * ファイル別の指定と件数（1:QTS800 2:QTS850 3:QTS860
      * 4:QTS870 5:QTS880）
       01  WS-FILE-TBL.
           05  WS-FT-ENT           OCCURS 5.
             07  WS-FT-FILEID      PIC X(06).
             07  WS-FT-SHITEI-SW   PIC X(01).
             07  WS-FT-TEIKYOSAKIKBN PIC X(02).
             07  WS-FT-SHORIKBN    PIC X(01).
             07  WS-FT-SX          PIC 9(01).
             07  WS-FT-TAISHO      PIC 9(07).
             07  WS-FT-HAISHIN     PIC 9(07).
             07  WS-FT-MASK        PIC 9(07).
             07  WS-FT-FUDOUI      PIC 9(07).
             07  WS-FT-TEISHI      PIC 9(07).
      * 提供先別の集計
       01  WS-SAKI-TBL.
           05  WS-ST-ENT           OCCURS 5.
             07  WS-ST-TEIKYOSAKIKBN PIC X(02).
             07  WS-ST-TAISHO      PIC 9(07).
             07  WS-ST-HAISHIN     PIC 9(07).
             07  WS-ST-MASK        PIC 9(07).
             07  WS-ST-JOGAI       PIC 9(07).
      * 同意判定結果表の行
       01  WS-RP-HEAD-LINE.
           05  FILLER              PIC X(16)
                                   VALUE "DAISANSHA TEIKYO".
           05  FILLER              PIC X(16)
                                   VALUE " DOUI HANTEI KEK".
           05  FILLER              PIC X(11)     VALUE "KA SAKUSEI=".
           05  WS-RH-SAKUSEIYMD    PIC 9(08).
       01  WS-RP-FILE-LINE.
           05  FILLER              PIC X(05)     VALUE "FILE=".
           05  WS-RF-FILEID        PIC X(06).
           05  FILLER              PIC X(12)     VALUE " TEIKYOSAKI=".
           05  WS-RF-TEIKYOSAKIKBN PIC X(02).
           05  FILLER              PIC X(07)     VALUE " SHORI=".
           05  WS-RF-SHORIKBN      PIC X(01).
           05  FILLER              PIC X(08)     VALUE " TAISHO=".
           05  WS-RF-TAISHO        PIC ZZZZZZ9.
           05  FILLER              PIC X(09)     VALUE " HAISHIN=".
           05  WS-RF-HAISHIN       PIC ZZZZZZ9.
           05  FILLER              PIC X(06)     VALUE " MASK=".
           05  WS-RF-MASK          PIC ZZZZZZ9.
           05  FILLER              PIC X(14)     VALUE " JOGAI-FUDOUI=".
           05  WS-RF-FUDOUI        PIC ZZZZZZ9.
           05  FILLER              PIC X(14)     VALUE " JOGAI-TEISHI=".
           05  WS-RF-TEISHI        PIC ZZZZZZ9.
       01  WS-RP-SAKI-LINE.
           05  FILLER              PIC X(11)     VALUE "TEIKYOSAKI=".
           05  WS-RS-TEIKYOSAKIKBN PIC X(02).
           05  FILLER              PIC X(08)     VALUE " TAISHO=".
           05  WS-RS-TAISHO        PIC ZZZZZZ9.
           05  FILLER              PIC X(09)     VALUE " HAISHIN=".
           05  WS-RS-HAISHIN       PIC ZZZZZZ9.
           05  FILLER              PIC X(06)     VALUE " MASK=".
           05  WS-RS-MASK          PIC ZZZZZZ9.
           05  FILLER              PIC X(07)     VALUE " JOGAI=".
           05  WS-RS-JOGAI         PIC ZZZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-800
           PERFORM 2100-EXTRACT-800 UNTIL WS-EOF
           PERFORM 2900-CLOSE-800
           PERFORM 3000-OPEN-850
           PERFORM 3100-EXTRACT-850 UNTIL WS-EOF
           PERFORM 3900-CLOSE-850
           PERFORM 4000-OPEN-860
           PERFORM 4100-EXTRACT-860 UNTIL WS-EOF
           PERFORM 4900-CLOSE-860
           PERFORM 5000-OPEN-870
           PERFORM 5100-EXTRACT-870 UNTIL WS-EOF
           PERFORM 5900-CLOSE-870
           PERFORM 6000-OPEN-880
           PERFORM 6100-EXTRACT-880 UNTIL WS-EOF
           PERFORM 6900-CLOSE-880
           PERFORM 8000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

      * 配信する全ファイルに提供先と処理区分の指定がなければ、同意
      * を判定できないため配信用ファイルを作らずに異常終了する。
       1000-INITIALIZE.
           INITIALIZE WS-FILE-TBL
           INITIALIZE WS-SAKI-TBL
           MOVE "QTS800" TO WS-FT-FILEID(1)
           MOVE "QTS850" TO WS-FT-FILEID(2)
           MOVE "QTS860" TO WS-FT-FILEID(3)
           MOVE "QTS870" TO WS-FT-FILEID(4)
           MOVE "QTS880" TO WS-FT-FILEID(5)
           OPEN INPUT  DOUI-PARAMFILE
           READ DOUI-PARAMFILE
               AT END SET WS-PRM-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-PARAM UNTIL WS-PRM-EOF
           CLOSE DOUI-PARAMFILE
           PERFORM 1200-CHECK-PARAM
                   VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
           OPEN INPUT  QTS308-DOUI
           OPEN INPUT  QTS222-KYODAKU
           OPEN OUTPUT HANTEI-RPTFILE.

       1100-LOAD-PARAM.
           EVALUATE PRM-FILEID
               WHEN "QTS800" MOVE 1 TO WS-FX
               WHEN "QTS850" MOVE 2 TO WS-FX
               WHEN "QTS860" MOVE 3 TO WS-FX
               WHEN "QTS870" MOVE 4 TO WS-FX
               WHEN "QTS880" MOVE 5 TO WS-FX
               WHEN OTHER    MOVE 0 TO WS-FX
           END-EVALUATE
           IF  WS-FX = ZERO
               DISPLAY "QTS308B: PARAM FILEID NG " PRM-FILEID
           ELSE
               MOVE "Y"               TO WS-FT-SHITEI-SW(WS-FX)
               MOVE PRM-TEIKYOSAKIKBN TO WS-FT-TEIKYOSAKIKBN(WS-FX)
               MOVE PRM-SHORIKBN      TO WS-FT-SHORIKBN(WS-FX)
           END-IF
           READ DOUI-PARAMFILE
               AT END SET WS-PRM-EOF TO TRUE
           END-READ.

       1200-CHECK-PARAM.
           IF  WS-FT-SHITEI-SW(WS-FX) NOT = "Y"
           OR  (WS-FT-SHORIKBN(WS-FX) NOT = "0" AND "1" AND "2")
           OR  (WS-FT-SHORIKBN(WS-FX) NOT = "0"
                AND (WS-FT-TEIKYOSAKIKBN(WS-FX) NOT NUMERIC
                     OR WS-FT-TEIKYOSAKIKBN(WS-FX) = "00"))
               DISPLAY "QTS308B: PARAM SHITEI NG "
                       WS-FT-FILEID(WS-FX)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF  WS-FX = 3
           AND WS-FT-SHORIKBN(WS-FX) = "2"
               MOVE "1" TO WS-FT-SHORIKBN(WS-FX)
           END-IF
           IF  WS-FT-SHORIKBN(WS-FX) NOT = "0"
               PERFORM 1300-ENTRY-SAKI
           END-IF.

      * 提供先別集計表に提供先を登録し、その位置を控える。
       1300-ENTRY-SAKI.
           MOVE ZERO TO WS-FT-SX(WS-FX)
           PERFORM 1310-SEARCH-SAKI
                   VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SAKI-MAX
           IF  WS-FT-SX(WS-FX) = ZERO
               ADD 1 TO WS-SAKI-MAX
               MOVE WS-FT-TEIKYOSAKIKBN(WS-FX)
                   TO WS-ST-TEIKYOSAKIKBN(WS-SAKI-MAX)
               MOVE WS-SAKI-MAX  TO WS-FT-SX(WS-FX)
           END-IF.

       1310-SEARCH-SAKI.
           IF  WS-ST-TEIKYOSAKIKBN(WS-SX) = WS-FT-TEIKYOSAKIKBN(WS-FX)
               MOVE WS-SX        TO WS-FT-SX(WS-FX)
           END-IF.

      * QTS800（会員属性）
       2000-OPEN-800.
           MOVE "N" TO WS-EOF-SW
           MOVE 1   TO WS-FX
           OPEN OUTPUT HAI800-OUT
           IF  WS-FT-SHORIKBN(WS-FX) = "0"
               SET WS-EOF TO TRUE
           ELSE
               OPEN INPUT QTS800-MASTER
               READ QTS800-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       2100-EXTRACT-800.
           MOVE QTS800-PRMNAIBUKAIINNO TO WS-KAIIN-KEY
           PERFORM 7000-HANTEI-DOUI THRU 7000-EXIT
           IF  WS-HANTEI = "1" OR "2"
               MOVE QTS800-REC TO HAI800-REC
               IF  WS-HANTEI = "2"
                   PERFORM 7500-SET-MASK-KEY
                   MOVE WS-MASK-KEY  TO HAI800-PRMNAIBUKAIINNO
                   MOVE SPACES       TO HAI800-GKNSHIKIBETSUNO
                   MOVE SPACES       TO HAI800-HONSHIMEIKANA
                   MOVE SPACES       TO HAI800-HONSHIMEIKAN
                   MOVE SPACES       TO HAI800-HONSEINENGAPPI
                   MOVE SPACES       TO HAI800-HONSEX
                   MOVE SPACES       TO HAI800-JTKYUUBINNO
                   MOVE SPACES       TO HAI800-JTKJUSHOKAN
                   MOVE SPACES       TO HAI800-JTKBANCHIKAN
                   MOVE SPACES       TO HAI800-JTKKATAKAN
                   MOVE SPACES       TO HAI800-JTKTELSHIGAI
                   MOVE SPACES       TO HAI800-JTKTELKYOKU
                   MOVE SPACES       TO HAI800-JTKTELNO
                   MOVE SPACES       TO HAI800-KMSMEIKAN
                   MOVE SPACES       TO HAI800-KMSMEIKANA
                   MOVE SPACES       TO HAI800-KMSYUUBINNO
                   MOVE SPACES       TO HAI800-KMSTELSHIGAI
                   MOVE SPACES       TO HAI800-KMSTELKYOKU
                   MOVE SPACES       TO HAI800-KMSTELNO
                   MOVE SPACES       TO HAI800-KOZGINKOUCD
                   MOVE SPACES       TO HAI800-KOZSHITENCD
                   MOVE SPACES       TO HAI800-KOZSHUMOKU
               END-IF
               WRITE HAI800-REC-D
           END-IF
           READ QTS800-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ.

       2900-CLOSE-800.
           IF  WS-FT-SHORIKBN(WS-FX) NOT = "0"
               CLOSE QTS800-MASTER
           END-IF
           CLOSE HAI800-OUT.

      * QTS850（会員サマリ）
       3000-OPEN-850.
           MOVE "N" TO WS-EOF-SW
           MOVE 2   TO WS-FX
           OPEN OUTPUT HAI850-OUT
           IF  WS-FT-SHORIKBN(WS-FX) = "0"
               SET WS-EOF TO TRUE
           ELSE
               OPEN INPUT QTS850-MASTER
               READ QTS850-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       3100-EXTRACT-850.
           MOVE QTS850-PRMNAIBUKAIINNO TO WS-KAIIN-KEY
           PERFORM 7000-HANTEI-DOUI THRU 7000-EXIT
           IF  WS-HANTEI = "1" OR "2"
               MOVE QTS850-REC TO HAI850-REC
               IF  WS-HANTEI = "2"
                   PERFORM 7500-SET-MASK-KEY
                   MOVE WS-MASK-KEY  TO HAI850-PRMNAIBUKAIINNO
                   MOVE SPACES       TO HAI850-HONSEINENGAPPI
                   MOVE SPACES       TO HAI850-HONSEX
                   MOVE SPACES       TO HAI850-JTKYUUBINNO
                   MOVE SPACES       TO HAI850-KMSYUUBINNO
               END-IF
               WRITE HAI850-REC-D
           END-IF
           READ QTS850-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ.

       3900-CLOSE-850.
           IF  WS-FT-SHORIKBN(WS-FX) NOT = "0"
               CLOSE QTS850-MASTER
           END-IF
           CLOSE HAI850-OUT.

      * QTS860（会員ステータス）。マスクする項目がないため同意の
      * ない会員は常に除外となる。
       4000-OPEN-860.
           MOVE "N" TO WS-EOF-SW
           MOVE 3   TO WS-FX
           OPEN OUTPUT HAI860-OUT
           IF  WS-FT-SHORIKBN(WS-FX) = "0"
               SET WS-EOF TO TRUE
           ELSE
               OPEN INPUT QTS860-MASTER
               READ QTS860-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       4100-EXTRACT-860.
           MOVE QTS860-PRMNAIBUKAIINNO TO WS-KAIIN-KEY
           PERFORM 7000-HANTEI-DOUI THRU 7000-EXIT
           IF  WS-HANTEI = "1"
               MOVE QTS860-REC TO HAI860-REC
               WRITE HAI860-REC-D
           END-IF
           READ QTS860-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ.

       4900-CLOSE-860.
           IF  WS-FT-SHORIKBN(WS-FX) NOT = "0"
               CLOSE QTS860-MASTER
           END-IF
           CLOSE HAI860-OUT.

      * QTS870（会員基本属性）
       5000-OPEN-870.
           MOVE "N" TO WS-EOF-SW
           MOVE 4   TO WS-FX
           OPEN OUTPUT HAI870-OUT
           IF  WS-FT-SHORIKBN(WS-FX) = "0"
               SET WS-EOF TO TRUE
           ELSE
               OPEN INPUT QTS870-MASTER
               READ QTS870-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       5100-EXTRACT-870.
           MOVE QTS870-PRMNAIBUKAIINNO TO WS-KAIIN-KEY
           PERFORM 7000-HANTEI-DOUI THRU 7000-EXIT
           IF  WS-HANTEI = "1" OR "2"
               MOVE QTS870-REC TO HAI870-REC
               IF  WS-HANTEI = "2"
                   PERFORM 7500-SET-MASK-KEY
                   MOVE WS-MASK-KEY  TO HAI870-PRMNAIBUKAIINNO
                   MOVE SPACES       TO HAI870-GKNSHIKIBETSUNO
                   MOVE SPACES       TO HAI870-HONSHIMEIKANA
                   MOVE SPACES       TO HAI870-HONSHIMEIKAN
                   MOVE SPACES       TO HAI870-HONSEINENGAPPI
                   MOVE SPACES       TO HAI870-HONSEX
                   MOVE SPACES       TO HAI870-JTKYUUBINNO
                   MOVE SPACES       TO HAI870-JTKJUSHOKAN
                   MOVE SPACES       TO HAI870-JTKBANCHIKAN
                   MOVE SPACES       TO HAI870-JTKKATAKAN
                   MOVE SPACES       TO HAI870-JTKTELSHIGAI
                   MOVE SPACES       TO HAI870-JTKTELKYOKU
                   MOVE SPACES       TO HAI870-JTKTELNO
                   MOVE SPACES       TO HAI870-KMSMEIKAN
                   MOVE SPACES       TO HAI870-KMSMEIKANA
                   MOVE SPACES       TO HAI870-KMSYUUBINNO
                   MOVE SPACES       TO HAI870-KMSTELSHIGAI
                   MOVE SPACES       TO HAI870-KMSTELKYOKU
                   MOVE SPACES       TO HAI870-KMSTELNO
                   MOVE SPACES       TO HAI870-KOZGINKOUCD
                   MOVE SPACES       TO HAI870-KOZSHITENCD
                   MOVE SPACES       TO HAI870-KOZSHUMOKU
               END-IF
               WRITE HAI870-REC-D
           END-IF
           READ QTS870-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ.

       5900-CLOSE-870.
           IF  WS-FT-SHORIKBN(WS-FX) NOT = "0"
               CLOSE QTS870-MASTER
           END-IF
           CLOSE HAI870-OUT.

      * QTS880（会員基本属性 配信用）
       6000-OPEN-880.
           MOVE "N" TO WS-EOF-SW
           MOVE 5   TO WS-FX
           OPEN OUTPUT HAI880-OUT
           IF  WS-FT-SHORIKBN(WS-FX) = "0"
               SET WS-EOF TO TRUE
           ELSE
               OPEN INPUT QTS880-MASTER
               READ QTS880-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

       6100-EXTRACT-880.
           MOVE QTS880-PRMNAIBUKAIINNO TO WS-KAIIN-KEY
           PERFORM 7000-HANTEI-DOUI THRU 7000-EXIT
           IF  WS-HANTEI = "1" OR "2"
               MOVE QTS880-REC TO HAI880-REC
               IF  WS-HANTEI = "2"
                   PERFORM 7500-SET-MASK-KEY
                   MOVE WS-MASK-KEY  TO HAI880-PRMNAIBUKAIINNO
                   MOVE SPACES       TO HAI880-GKNSHIKIBETSUNO
                   MOVE SPACES       TO HAI880-HONSEINENGAPPI
                   MOVE SPACES       TO HAI880-HONSEX
                   MOVE SPACES       TO HAI880-JTKYUUBINNO
                   MOVE SPACES       TO HAI880-KOZGINKOUCD
                   MOVE SPACES       TO HAI880-KOZSHITENCD
                   MOVE SPACES       TO HAI880-KOZSHUMOKU
               END-IF
               WRITE HAI880-REC-D
           END-IF
           READ QTS880-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ.

       6900-CLOSE-880.
           IF  WS-FT-SHORIKBN(WS-FX) NOT = "0"
               CLOSE QTS880-MASTER
           END-IF
           CLOSE HAI880-OUT.

      * 処理中ファイル（WS-FX）の提供先について会員の同意を判定し、
      * ファイル別・提供先別の件数に計上する。会員キーが数字で
      * なければ同意を確認できないため同意なしとして扱う。
       7000-HANTEI-DOUI.
           ADD 1 TO WS-FT-TAISHO(WS-FX)
           MOVE WS-FT-SX(WS-FX)      TO WS-SX
           ADD 1 TO WS-ST-TAISHO(WS-SX)
           IF  WS-KAIIN-KEY NOT NUMERIC
               GO TO 7000-NASHI
           END-IF
           MOVE WS-KK-KIGYOUCD       TO QTS222-PRMKIGYOUCD
           MOVE WS-KK-SUBRANGEKEY    TO QTS222-PRMSUBRANGEKEY
           MOVE WS-KK-NAIBUKAIINNO   TO QTS222-PRMNAIBUKAIINNO
           READ QTS222-KYODAKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS222-RIYOUTEISHI = "1"
                   OR  QTS222-DAISANSHATEISHI = "1"
                       MOVE "4" TO WS-HANTEI
                       ADD 1 TO WS-FT-TEISHI(WS-FX)
                       ADD 1 TO WS-ST-JOGAI(WS-SX)
                       GO TO 7000-EXIT
                   END-IF
           END-READ
           MOVE WS-KK-KIGYOUCD       TO QTS308-PRMKIGYOUCD
           MOVE WS-KK-SUBRANGEKEY    TO QTS308-PRMSUBRANGEKEY
           MOVE WS-KK-NAIBUKAIINNO   TO QTS308-PRMNAIBUKAIINNO
           MOVE WS-FT-TEIKYOSAKIKBN(WS-FX)
               TO QTS308-PRMTEIKYOSAKIKBN
           READ QTS308-DOUI
               INVALID KEY
                   GO TO 7000-NASHI
           END-READ
           IF  QTS308-DOUIKBN = "1"
               MOVE "1" TO WS-HANTEI
               ADD 1 TO WS-FT-HAISHIN(WS-FX)
               ADD 1 TO WS-ST-HAISHIN(WS-SX)
               GO TO 7000-EXIT
           END-IF.

       7000-NASHI.
           IF  WS-FT-SHORIKBN(WS-FX) = "2"
               MOVE "2" TO WS-HANTEI
               ADD 1 TO WS-FT-MASK(WS-FX)
               ADD 1 TO WS-ST-MASK(WS-SX)
           ELSE
               MOVE "3" TO WS-HANTEI
               ADD 1 TO WS-FT-FUDOUI(WS-FX)
               ADD 1 TO WS-ST-JOGAI(WS-SX)
           END-IF.

       7000-EXIT.
           EXIT.

       7500-SET-MASK-KEY.
           ADD 1 TO WS-MASK-RENBAN
           MOVE WS-MASK-RENBAN       TO WS-MK-RENBAN.

       8000-WRITE-REPORT.
           MOVE WS-TODAY             TO WS-RH-SAKUSEIYMD
           MOVE WS-RP-HEAD-LINE      TO HANTEI-RPT-LINE
           WRITE HANTEI-RPT-LINE
           PERFORM 8100-WRITE-FILE-LINE
                   VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 5
           PERFORM 8200-WRITE-SAKI-LINE
                   VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SAKI-MAX.

       8100-WRITE-FILE-LINE.
           MOVE WS-FT-FILEID(WS-FX)  TO WS-RF-FILEID
           MOVE WS-FT-TEIKYOSAKIKBN(WS-FX) TO WS-RF-TEIKYOSAKIKBN
           MOVE WS-FT-SHORIKBN(WS-FX) TO WS-RF-SHORIKBN
           MOVE WS-FT-TAISHO(WS-FX)  TO WS-RF-TAISHO
           MOVE WS-FT-HAISHIN(WS-FX) TO WS-RF-HAISHIN
           MOVE WS-FT-MASK(WS-FX)    TO WS-RF-MASK
           MOVE WS-FT-FUDOUI(WS-FX)  TO WS-RF-FUDOUI
           MOVE WS-FT-TEISHI(WS-FX)  TO WS-RF-TEISHI
           MOVE WS-RP-FILE-LINE      TO HANTEI-RPT-LINE
           WRITE HANTEI-RPT-LINE.

       8200-WRITE-SAKI-LINE.
           MOVE WS-ST-TEIKYOSAKIKBN(WS-SX) TO WS-RS-TEIKYOSAKIKBN
           MOVE WS-ST-TAISHO(WS-SX)  TO WS-RS-TAISHO
           MOVE WS-ST-HAISHIN(WS-SX) TO WS-RS-HAISHIN
           MOVE WS-ST-MASK(WS-SX)    TO WS-RS-MASK
           MOVE WS-ST-JOGAI(WS-SX)   TO WS-RS-JOGAI
           MOVE WS-RP-SAKI-LINE      TO HANTEI-RPT-LINE
           WRITE HANTEI-RPT-LINE.

       9000-TERMINATE.
           DISPLAY "QTS308B: MASK=" WS-MASK-RENBAN
           CLOSE QTS308-DOUI
           CLOSE QTS222-KYODAKU
           CLOSE HANTEI-RPTFILE.
