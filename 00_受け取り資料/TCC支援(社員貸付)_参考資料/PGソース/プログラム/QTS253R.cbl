      *8...........2.........3.........4.........5........6........7.........8
      *    QTS253R
      ****************************************************************
      *                苦情・相談 経過管理表／四半期統計表           *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    苦情・相談管理（QTS253）から次の帳票を作成する。
      *    モード１：月次の未解決経過管理表。基準日時点で未解決の
      *              受付を１件１行で出し、経過日数帯ごとに集計する。
      *              基準日後に解決したものも基準日時点では未解決。
      *    モード２：四半期の苦情統計表（日本貸金業協会・経営報告
      *              用）。対象四半期の受付を分類×受付区分、受付経路
      *              別に集計し、期中解決件数と平均解決日数を出す。
      *    取消（状態９）の受付はいずれの帳票にも含めない。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS253R.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KUJYO-PARAM     ASSIGN TO "QTS253PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS253-KUJYO    ASSIGN TO "QTS253"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS253-SEG
                   FILE STATUS IS WS-QTS253-STATUS.
           SELECT  KUJYO-RPTFILE   ASSIGN TO "QTS253RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KUJYO-PARAM.
       01  KUJYO-PARAM-REC.
           05  PRM-MODE                PIC 9(01).
      *        1:月次経過管理表  2:四半期統計表
           05  PRM-KIJUNYMD            PIC 9(08).
      *        モード１は基準日（ゼロは処理日）、モード２は対象四半期
      *        内の任意の日（ゼロは処理日の属する四半期の前四半期）
       FD  QTS253-KUJYO.
       01  QTS253-REC.
           COPY QTS253 REPLACING ==()== BY ==QTS253==.
       FD  KUJYO-RPTFILE.
       01  KUJYO-RPT-LINE              PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS253-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-KIJUNYMD             PIC 9(08).
       01  WS-YMD-WK.
           05  WS-YW-YYYY          PIC 9(04).
           05  WS-YW-MM            PIC 9(02).
           05  WS-YW-DD            PIC 9(02).
       01  WS-KIKAN-FROM           PIC 9(08).
       01  WS-KIKAN-TO             PIC 9(08).
       01  WS-QTR-MM               PIC 9(02).
       01  WS-KEIKA-NISSU          PIC S9(05).
       01  WS-IX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-HIT-IX               PIC 9(02)     VALUE ZERO  COMP.
       01  WS-CH-NO                PIC 9(01).
      * 経過日数帯（７日以内・３０日以内・９０日以内・９０日超）
       01  WS-AGE-TBL.
           05  WS-AG-ENT           OCCURS 4.
             07  WS-AG-CNT         PIC 9(05).
             07  WS-AG-LVL4-CNT    PIC 9(05).
       01  WS-AGE-LABEL-DEF.
           05  FILLER              PIC X(10)     VALUE "0-7 DAYS  ".
           05  FILLER              PIC X(10)     VALUE "8-30 DAYS ".
           05  FILLER              PIC X(10)     VALUE "31-90 DAYS".
           05  FILLER              PIC X(10)     VALUE "OVER 90   ".
       01  WS-AGE-LABEL-TBL        REDEFINES WS-AGE-LABEL-DEF.
           05  WS-AG-LABEL         PIC X(10)     OCCURS 4.
      * 苦情分類表（１～８：貸金業、９～１１：割賦販売、１２：その他）
       01  WS-BUNRUI-DEF.
           05  FILLER              PIC X(02)     VALUE "01".
           05  FILLER              PIC X(02)     VALUE "02".
           05  FILLER              PIC X(02)     VALUE "03".
           05  FILLER              PIC X(02)     VALUE "04".
           05  FILLER              PIC X(02)     VALUE "05".
           05  FILLER              PIC X(02)     VALUE "06".
           05  FILLER              PIC X(02)     VALUE "07".
           05  FILLER              PIC X(02)     VALUE "08".
           05  FILLER              PIC X(02)     VALUE "11".
           05  FILLER              PIC X(02)     VALUE "12".
           05  FILLER              PIC X(02)     VALUE "13".
           05  FILLER              PIC X(02)     VALUE "99".
       01  WS-BUNRUI-CD-TBL        REDEFINES WS-BUNRUI-DEF.
           05  WS-BR-CD            PIC X(02)     OCCURS 12.
       01  WS-BUNRUI-TBL.
           05  WS-BR-ENT           OCCURS 12.
             07  WS-BR-KUJYO-CNT   PIC 9(05).
             07  WS-BR-SOUDAN-CNT  PIC 9(05).
             07  WS-BR-KAIKETSU-CNT PIC 9(05).
      * 受付経路表（１～６、９はその他として７番目）
       01  WS-CHANNEL-TBL.
           05  WS-CH-CNT           PIC 9(05)     OCCURS 7.
       01  WS-GOKEI.
           05  WS-GK-KASHIKIN      PIC 9(05)     VALUE ZERO.
           05  WS-GK-KAPPU         PIC 9(05)     VALUE ZERO.
           05  WS-GK-SONOTA        PIC 9(05)     VALUE ZERO.
           05  WS-GK-UKETSUKE      PIC 9(05)     VALUE ZERO.
           05  WS-GK-KAIKETSU      PIC 9(05)     VALUE ZERO.
           05  WS-GK-MIKAIKETSU    PIC 9(05)     VALUE ZERO.
           05  WS-GK-NISSU         PIC 9(07)     VALUE ZERO.
           05  WS-GK-HEIKIN        PIC 9(05)     VALUE ZERO.
           05  WS-GK-MIKAIKETSU-ALL PIC 9(05)    VALUE ZERO.
       01  WS-MEISAI-LINE.
           05  WS-ML-KUJYONO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-TAISHOKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-TAISHO        PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-KUJYOKBN      PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-BUNRUICD      PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-UKETSUKEYMD   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-TANTOUSHAID   PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-LVL           PIC 9(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-KUJYOSTS      PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ML-KEIKA         PIC ZZZZ9.
       01  WS-AGE-LINE.
           05  WS-AL-LABEL         PIC X(10).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AL-CNT           PIC ZZZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AL-LVL4-CNT      PIC ZZZZ9.
       01  WS-BUNRUI-LINE.
           05  WS-BL-BUNRUICD      PIC X(02).
           05  FILLER              PIC X(03)     VALUE SPACES.
           05  WS-BL-KUJYO         PIC ZZZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-BL-SOUDAN        PIC ZZZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-BL-KAIKETSU      PIC ZZZZ9.
       01  WS-SHUKEI-LINE.
           05  WS-SL-LABEL         PIC X(20).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-SL-CNT           PIC ZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           EVALUATE PRM-MODE
               WHEN 1
                   PERFORM 2000-KEIKA-KANRI UNTIL WS-EOF
                   PERFORM 2500-PRINT-KEIKA
               WHEN 2
                   PERFORM 3000-TOUKEI UNTIL WS-EOF
                   PERFORM 3500-PRINT-TOUKEI
               WHEN OTHER
                   DISPLAY "QTS253R: BAD MODE " PRM-MODE
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-AGE-TBL
           INITIALIZE WS-BUNRUI-TBL
           INITIALIZE WS-CHANNEL-TBL
           OPEN INPUT  KUJYO-PARAM
           OPEN INPUT  QTS253-KUJYO
           OPEN OUTPUT KUJYO-RPTFILE
           READ KUJYO-PARAM
               AT END
                   MOVE 1    TO PRM-MODE
                   MOVE ZERO TO PRM-KIJUNYMD
           END-READ
           IF  PRM-MODE = 2
               PERFORM 1100-SET-SHIHANKI
           ELSE
               IF  PRM-KIJUNYMD = ZERO
                   MOVE WS-TODAY     TO WS-KIJUNYMD
               ELSE
                   MOVE PRM-KIJUNYMD TO WS-KIJUNYMD
               END-IF
               MOVE SPACES TO KUJYO-RPT-LINE
               STRING "KUJYO SOUDAN KEIKA KANRI  KIJUNBI="
                      WS-KIJUNYMD
                   DELIMITED BY SIZE INTO KUJYO-RPT-LINE
               END-STRING
               WRITE KUJYO-RPT-LINE
               MOVE SPACES TO KUJYO-RPT-LINE
               STRING "UKETSUKENO/TAISHO/KBN/BUNRUI/UKETSUKEBI"
                      "/TANTOU/LVL/STS/KEIKA"
                   DELIMITED BY SIZE INTO KUJYO-RPT-LINE
               END-STRING
               WRITE KUJYO-RPT-LINE
           END-IF
           MOVE LOW-VALUE TO QTS253-SEG
           START QTS253-KUJYO KEY IS NOT LESS THAN QTS253-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS253-KUJYO NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 対象四半期の初日・末日を求める。指定がなければ処理日の
      * ３か月前が属する四半期（＝前四半期）とする。
       1100-SET-SHIHANKI.
           IF  PRM-KIJUNYMD = ZERO
               MOVE WS-TODAY TO WS-YMD-WK
               IF  WS-YW-MM > 3
                   SUBTRACT 3 FROM WS-YW-MM
               ELSE
                   ADD 9 TO WS-YW-MM
                   SUBTRACT 1 FROM WS-YW-YYYY
               END-IF
           ELSE
               MOVE PRM-KIJUNYMD TO WS-YMD-WK
           END-IF
           COMPUTE WS-QTR-MM = ((WS-YW-MM - 1) / 3) * 3 + 1
           MOVE WS-QTR-MM TO WS-YW-MM
           MOVE 01        TO WS-YW-DD
           MOVE WS-YMD-WK TO WS-KIKAN-FROM
           ADD 2          TO WS-YW-MM
           MOVE 31        TO WS-YW-DD
           MOVE WS-YMD-WK TO WS-KIKAN-TO
           MOVE SPACES TO KUJYO-RPT-LINE
           STRING "KUJYO TOUKEI  KIKAN=" WS-KIKAN-FROM
                  "-" WS-KIKAN-TO
               DELIMITED BY SIZE INTO KUJYO-RPT-LINE
           END-STRING
           WRITE KUJYO-RPT-LINE.

      * 基準日時点の未解決（受付済で、未解決または基準日より後に
      * 解決）を経過日数帯へ振り分ける。
       2000-KEIKA-KANRI.
           IF  QTS253-KUJYOSTS NOT = "9"
           AND QTS253-UKETSUKEYMD NOT > WS-KIJUNYMD
               IF  QTS253-KUJYOSTS NOT = "3"
               OR  QTS253-KAIKETSUYMD > WS-KIJUNYMD
                   PERFORM 2100-KEIKA-ONE
               END-IF
           END-IF
           READ QTS253-KUJYO NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-KEIKA-ONE.
           COMPUTE WS-KEIKA-NISSU =
               FUNCTION INTEGER-OF-DATE(WS-KIJUNYMD)
               - FUNCTION INTEGER-OF-DATE(QTS253-UKETSUKEYMD)
           EVALUATE TRUE
               WHEN WS-KEIKA-NISSU NOT > 7
                   MOVE 1 TO WS-HIT-IX
               WHEN WS-KEIKA-NISSU NOT > 30
                   MOVE 2 TO WS-HIT-IX
               WHEN WS-KEIKA-NISSU NOT > 90
                   MOVE 3 TO WS-HIT-IX
               WHEN OTHER
                   MOVE 4 TO WS-HIT-IX
           END-EVALUATE
           ADD 1 TO WS-AG-CNT(WS-HIT-IX)
           IF  QTS253-ESCALATIONLVL = 4
               ADD 1 TO WS-AG-LVL4-CNT(WS-HIT-IX)
           END-IF
           MOVE QTS253-PRMKUJYONO    TO WS-ML-KUJYONO
           MOVE QTS253-TAISHOKBN     TO WS-ML-TAISHOKBN
           IF  QTS253-TAISHOKBN = "1"
               MOVE QTS253-KAI       TO WS-ML-TAISHO
           ELSE
               MOVE QTS253-KAMEITENNO TO WS-ML-TAISHO
           END-IF
           MOVE QTS253-KUJYOKBN      TO WS-ML-KUJYOKBN
           MOVE QTS253-BUNRUICD      TO WS-ML-BUNRUICD
           MOVE QTS253-UKETSUKEYMD   TO WS-ML-UKETSUKEYMD
           MOVE QTS253-TANTOUSHAID   TO WS-ML-TANTOUSHAID
           MOVE QTS253-ESCALATIONLVL TO WS-ML-LVL
           MOVE QTS253-KUJYOSTS      TO WS-ML-KUJYOSTS
           MOVE WS-KEIKA-NISSU       TO WS-ML-KEIKA
           MOVE WS-MEISAI-LINE       TO KUJYO-RPT-LINE
           WRITE KUJYO-RPT-LINE.

       2500-PRINT-KEIKA.
           MOVE SPACES TO KUJYO-RPT-LINE
           STRING "KEIKA NISSU / KENSU / LVL4(KEIEI) KENSU"
               DELIMITED BY SIZE INTO KUJYO-RPT-LINE
           END-STRING
           WRITE KUJYO-RPT-LINE
           PERFORM 2510-PRINT-AGE-ONE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 4
           DISPLAY "QTS253R: MIKAIKETSU 7=" WS-AG-CNT(1)
                   " 30=" WS-AG-CNT(2)
                   " 90=" WS-AG-CNT(3)
                   " OVER=" WS-AG-CNT(4).

       2510-PRINT-AGE-ONE.
           MOVE WS-AG-LABEL(WS-IX)    TO WS-AL-LABEL
           MOVE WS-AG-CNT(WS-IX)      TO WS-AL-CNT
           MOVE WS-AG-LVL4-CNT(WS-IX) TO WS-AL-LVL4-CNT
           MOVE WS-AGE-LINE           TO KUJYO-RPT-LINE
           WRITE KUJYO-RPT-LINE.

      * 対象四半期に受け付けた苦情・相談を集計する。解決件数と
      * 平均解決日数は期中受付分のうち期末までに解決したもの。
       3000-TOUKEI.
           IF  QTS253-KUJYOSTS NOT = "9"
               IF  QTS253-UKETSUKEYMD NOT < WS-KIKAN-FROM
               AND QTS253-UKETSUKEYMD NOT > WS-KIKAN-TO
                   PERFORM 3100-TOUKEI-ONE THRU 3100-EXIT
               END-IF
               IF  QTS253-UKETSUKEYMD NOT > WS-KIKAN-TO
                   IF  QTS253-KUJYOSTS NOT = "3"
                   OR  QTS253-KAIKETSUYMD > WS-KIKAN-TO
                       ADD 1 TO WS-GK-MIKAIKETSU-ALL
                   END-IF
               END-IF
           END-IF
           READ QTS253-KUJYO NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       3100-TOUKEI-ONE.
           ADD 1 TO WS-GK-UKETSUKE
           MOVE ZERO TO WS-HIT-IX
           PERFORM 3110-FIND-BUNRUI
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 12 OR WS-HIT-IX > ZERO
      *    未定義の分類はその他へ寄せる。
           IF  WS-HIT-IX = ZERO
               MOVE 12 TO WS-HIT-IX
           END-IF
           IF  QTS253-KUJYOKBN = "1"
               ADD 1 TO WS-BR-KUJYO-CNT(WS-HIT-IX)
           ELSE
               ADD 1 TO WS-BR-SOUDAN-CNT(WS-HIT-IX)
           END-IF
           EVALUATE TRUE
               WHEN WS-HIT-IX NOT > 8
                   ADD 1 TO WS-GK-KASHIKIN
               WHEN WS-HIT-IX NOT > 11
                   ADD 1 TO WS-GK-KAPPU
               WHEN OTHER
                   ADD 1 TO WS-GK-SONOTA
           END-EVALUATE
           IF  QTS253-CHANNELKBN >= "1" AND <= "6"
               MOVE QTS253-CHANNELKBN TO WS-CH-NO
           ELSE
               MOVE 7 TO WS-CH-NO
           END-IF
           ADD 1 TO WS-CH-CNT(WS-CH-NO)
           IF  QTS253-KUJYOSTS NOT = "3"
           OR  QTS253-KAIKETSUYMD > WS-KIKAN-TO
               ADD 1 TO WS-GK-MIKAIKETSU
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-GK-KAIKETSU
           ADD 1 TO WS-BR-KAIKETSU-CNT(WS-HIT-IX)
           COMPUTE WS-GK-NISSU = WS-GK-NISSU
               + FUNCTION INTEGER-OF-DATE(QTS253-KAIKETSUYMD)
               - FUNCTION INTEGER-OF-DATE(QTS253-UKETSUKEYMD).

       3100-EXIT.
           EXIT.

       3110-FIND-BUNRUI.
           IF  WS-BR-CD(WS-IX) = QTS253-BUNRUICD
               MOVE WS-IX TO WS-HIT-IX
           END-IF.

       3500-PRINT-TOUKEI.
           MOVE SPACES TO KUJYO-RPT-LINE
           STRING "BUNRUI / KUJYO / SOUDAN / KAIKETSU"
               DELIMITED BY SIZE INTO KUJYO-RPT-LINE
           END-STRING
           WRITE KUJYO-RPT-LINE
           PERFORM 3510-PRINT-BUNRUI-ONE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 12
           MOVE SPACES TO KUJYO-RPT-LINE
           STRING "CHANNEL 1:TEL 2:RAITEN 3:BUNSHO 4:WEB "
                  "5:KYOKAI 6:GYOUSEI 9:SONOTA"
               DELIMITED BY SIZE INTO KUJYO-RPT-LINE
           END-STRING
           WRITE KUJYO-RPT-LINE
           PERFORM 3520-PRINT-CHANNEL-ONE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > 7
           IF  WS-GK-KAIKETSU > ZERO
               COMPUTE WS-GK-HEIKIN ROUNDED =
                   WS-GK-NISSU / WS-GK-KAIKETSU
           END-IF
           MOVE "KASHIKINGYOU BUNRUI " TO WS-SL-LABEL
           MOVE WS-GK-KASHIKIN       TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI
           MOVE "KAPPU HANBAI BUNRUI " TO WS-SL-LABEL
           MOVE WS-GK-KAPPU          TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI
           MOVE "SONOTA BUNRUI       " TO WS-SL-LABEL
           MOVE WS-GK-SONOTA         TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI
           MOVE "UKETSUKE GOKEI      " TO WS-SL-LABEL
           MOVE WS-GK-UKETSUKE       TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI
           MOVE "KIMATSU KAIKETSU    " TO WS-SL-LABEL
           MOVE WS-GK-KAIKETSU       TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI
           MOVE "HEIKIN NISSU        " TO WS-SL-LABEL
           MOVE WS-GK-HEIKIN         TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI
           MOVE "KIMATSU MIKAIKETSU  " TO WS-SL-LABEL
           MOVE WS-GK-MIKAIKETSU-ALL TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI
           DISPLAY "QTS253R: UKETSUKE=" WS-GK-UKETSUKE
                   " KAIKETSU=" WS-GK-KAIKETSU
                   " MIKAIKETSU=" WS-GK-MIKAIKETSU-ALL.

       3510-PRINT-BUNRUI-ONE.
           MOVE WS-BR-CD(WS-IX)           TO WS-BL-BUNRUICD
           MOVE WS-BR-KUJYO-CNT(WS-IX)    TO WS-BL-KUJYO
           MOVE WS-BR-SOUDAN-CNT(WS-IX)   TO WS-BL-SOUDAN
           MOVE WS-BR-KAIKETSU-CNT(WS-IX) TO WS-BL-KAIKETSU
           MOVE WS-BUNRUI-LINE            TO KUJYO-RPT-LINE
           WRITE KUJYO-RPT-LINE.

       3520-PRINT-CHANNEL-ONE.
           MOVE SPACES               TO WS-SL-LABEL
           MOVE "CHANNEL"            TO WS-SL-LABEL
           IF  WS-IX = 7
               MOVE 9                TO WS-CH-NO
           ELSE
               MOVE WS-IX            TO WS-CH-NO
           END-IF
           MOVE WS-CH-NO             TO WS-SL-LABEL(9:1)
           MOVE WS-CH-CNT(WS-IX)     TO WS-SL-CNT
           PERFORM 3590-PRINT-SHUKEI.

       3590-PRINT-SHUKEI.
           MOVE WS-SHUKEI-LINE       TO KUJYO-RPT-LINE
           WRITE KUJYO-RPT-LINE.

       9000-TERMINATE.
           CLOSE KUJYO-PARAM
           CLOSE QTS253-KUJYO
           CLOSE KUJYO-RPTFILE.
