      *8...........2.........3.........4.........5........6........7.........8
      *    QTS304R
      ****************************************************************
      *                加盟店負担キャンペーン実績報告書              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    加盟店負担キャンペーン（QTS304）を負担加盟店別に並べ、
      *    特典明細（QTS306）からキャンペーンごとの実績を集計して
      *    加盟店ごとの報告書（見出し・明細・加盟店計）を出力する。
      *      付与件数・対象会員数・対象利用額・特典額・当社手数料
      *      当月特典額（特典付与日が対象年月のもの）
      *      加盟店請求額のうち精算で回収済の額と回収残額
      *    対象は有効期間が対象年月にかかるキャンペーンと、回収残額
      *    の残るキャンペーンとする。対象年月ゼロは当月。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS304R.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JISSEKI-PARAM   ASSIGN TO "QTS304PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS304-OFFER    ASSIGN TO "QTS304"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS304-STATUS.
           SELECT  SORT-WORK       ASSIGN TO "SRTWK01".
           SELECT  QTS306-TOKUTEN  ASSIGN TO "QTS306"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS306-SEG
                   FILE STATUS IS WS-QTS306-STATUS.
           SELECT  QTS075-KAMEIFILE ASSIGN TO "QTS075"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS075-ENTRYKEY
                   FILE STATUS IS WS-QTS075-STATUS.
           SELECT  JISSEKI-LIST    ASSIGN TO "QTS304RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JISSEKI-PARAM.
       01  JISSEKI-PARAM-REC.
           05  PRM-TAISHONENGETU       PIC 9(06).
      *        報告対象年月（ゼロは当月）
       FD  QTS304-OFFER.
       01  QTS304-REC.
           COPY QTS304 REPLACING ==()== BY ==QTS304==.
       SD  SORT-WORK.
       01  SORT-REC.
           COPY QTS304 REPLACING ==()== BY ==SRT==.
       FD  QTS306-TOKUTEN.
       01  QTS306-REC.
           COPY QTS306 REPLACING ==()== BY ==QTS306==.
       FD  QTS075-KAMEIFILE.
       01  QTS075-REC.
           COPY QTS075 REPLACING ==()== BY ==QTS075==.
       FD  JISSEKI-LIST.
       01  JISSEKI-LIST-LINE           PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS304-STATUS        PIC X(02).
       01  WS-QTS306-STATUS        PIC X(02).
       01  WS-QTS075-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-FIRST-SW             PIC X(01)     VALUE "Y".
           88  WS-FIRST-REC                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-KAMEITEN-NUM         PIC 9(07).
       01  WS-PREV-KAMEITENNO      PIC X(10).
       01  WS-PREV-KAIIN           PIC X(16).
       01  WS-NOW-KAIIN            PIC X(16).
       01  WS-KAMEI-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-OFFER-COUNT          PIC 9(05)     VALUE ZERO.
      * 集計 1:キャンペーン  2:加盟店計
       01  WS-SX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-SUM-TBL.
           05  WS-SUM              OCCURS 2.
             07  WS-SM-KENSU       PIC 9(07).
             07  WS-SM-KAIIN       PIC 9(07).
             07  WS-SM-RIYOUKNG    PIC S9(13).
             07  WS-SM-KANGEN      PIC 9(11).
             07  WS-SM-TESURYO     PIC 9(11).
             07  WS-SM-TOUGETSU    PIC 9(11).
             07  WS-SM-SEIKYU      PIC 9(11).
             07  WS-SM-ZAN         PIC 9(11).
       01  WS-HEAD-LINE.
           05  FILLER              PIC X(09)     VALUE "KAMEITEN=".
           05  WS-HD-KAMEITENNO    PIC X(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HD-SHAMEI        PIC N(20).
           05  FILLER              PIC X(08)     VALUE " NENGETU".
           05  FILLER              PIC X(01)     VALUE "=".
           05  WS-HD-NENGETU       PIC 9(06).
           05  FILLER              PIC X(08)     VALUE " SAKUSEI".
           05  FILLER              PIC X(01)     VALUE "=".
           05  WS-HD-SAKUSEIYMD    PIC 9(08).
       01  WS-MIDASHI-LINE.
           05  FILLER              PIC X(24)     VALUE SPACES.
           05  FILLER              PIC X(08)     VALUE "   KENSU".
           05  FILLER              PIC X(08)     VALUE "   KAIIN".
           05  FILLER              PIC X(14)     VALUE "      RIYOUKNG".
           05  FILLER              PIC X(12)     VALUE "      KANGEN".
           05  FILLER              PIC X(12)     VALUE "     TESURYO".
           05  FILLER              PIC X(12)     VALUE "    TOUGETSU".
           05  FILLER              PIC X(12)     VALUE "  KAISHUZUMI".
           05  FILLER              PIC X(12)     VALUE "   KAISHUZAN".
       01  WS-OFFER-LINE.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-OL-OFFERID       PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-OL-OFFERMEI      PIC N(20).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-OL-KAISHIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-OL-SHURYOYMD     PIC 9(08).
           05  FILLER              PIC X(06)     VALUE " RITU=".
           05  WS-OL-KANGENRITSU   PIC Z9.9.
           05  FILLER              PIC X(07)     VALUE " HOHO=".
           05  WS-OL-KANGENHOHO    PIC X(01).
           05  FILLER              PIC X(06)     VALUE " STS=".
           05  WS-OL-OFFERSTS      PIC X(01).
       01  WS-DTL-LINE.
           05  WS-DT-NAME          PIC X(24).
           05  WS-DT-KENSU         PIC ZZZZZZZ9.
           05  WS-DT-KAIIN         PIC ZZZZZZZ9.
           05  WS-DT-RIYOUKNG      PIC -------------9.
           05  WS-DT-KANGEN        PIC ZZZZZZZZZZZ9.
           05  WS-DT-TESURYO       PIC ZZZZZZZZZZZ9.
           05  WS-DT-TOUGETSU      PIC ZZZZZZZZZZZ9.
           05  WS-DT-KAISHUZUMI    PIC ZZZZZZZZZZZ9.
           05  WS-DT-ZAN           PIC ZZZZZZZZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-KAMEITENNO
                                SRT-PRMOFFERID
               USING QTS304-OFFER
               OUTPUT PROCEDURE IS 2000-REPORT-OFFER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  JISSEKI-PARAM
           OPEN INPUT  QTS306-TOKUTEN
           OPEN INPUT  QTS075-KAMEIFILE
           OPEN OUTPUT JISSEKI-LIST
           READ JISSEKI-PARAM
               AT END MOVE ZERO TO PRM-TAISHONENGETU
           END-READ
           IF  PRM-TAISHONENGETU = ZERO
               MOVE WS-TODAY(1:6)    TO PRM-TAISHONENGETU
           END-IF.

      * 負担加盟店・キャンペーンＩＤ順に受け取り、加盟店の区切り
      * で加盟店計を出して次の加盟店の見出しを付ける。
       2000-REPORT-OFFER.
           PERFORM 2100-RETURN-OFFER THRU 2100-EXIT
                   UNTIL WS-EOF
           IF  NOT WS-FIRST-REC
               PERFORM 4000-WRITE-KAMEI-TOTAL
           END-IF.

       2100-RETURN-OFFER.
           RETURN SORT-WORK
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-EXIT
           END-RETURN
           MOVE 1 TO WS-SX
           PERFORM 3000-SUM-TOKUTEN THRU 3000-EXIT
           IF  (SRT-YUKOKAISHIYMD(1:6) > PRM-TAISHONENGETU
             OR SRT-YUKOSHURYOYMD(1:6) < PRM-TAISHONENGETU)
           AND WS-SM-ZAN(1) = ZERO
               GO TO 2100-EXIT
           END-IF
           IF  WS-FIRST-REC
           OR  SRT-KAMEITENNO NOT = WS-PREV-KAMEITENNO
               IF  NOT WS-FIRST-REC
                   PERFORM 4000-WRITE-KAMEI-TOTAL
               END-IF
               PERFORM 2200-WRITE-HEAD
           END-IF
           PERFORM 2300-WRITE-OFFER
           PERFORM 2400-ADD-KAMEI-TOTAL.

       2100-EXIT.
           EXIT.

       2200-WRITE-HEAD.
           MOVE "N"                  TO WS-FIRST-SW
           MOVE SRT-KAMEITENNO       TO WS-PREV-KAMEITENNO
           INITIALIZE WS-SUM(2)
           ADD 1 TO WS-KAMEI-COUNT
           MOVE SRT-KAMEITENNO       TO WS-KAMEITEN-NUM
           MOVE WS-KAMEITEN-NUM      TO QTS075-PRMNAIBUNO
           READ QTS075-KAMEIFILE
               INVALID KEY
                   MOVE SPACES       TO WS-HD-SHAMEI
               NOT INVALID KEY
                   MOVE QTS075-SHAMEIKAN TO WS-HD-SHAMEI
           END-READ
           MOVE SRT-KAMEITENNO       TO WS-HD-KAMEITENNO
           MOVE PRM-TAISHONENGETU    TO WS-HD-NENGETU
           MOVE WS-TODAY             TO WS-HD-SAKUSEIYMD
           MOVE WS-HEAD-LINE         TO JISSEKI-LIST-LINE
           WRITE JISSEKI-LIST-LINE
           MOVE WS-MIDASHI-LINE      TO JISSEKI-LIST-LINE
           WRITE JISSEKI-LIST-LINE.

       2300-WRITE-OFFER.
           ADD 1 TO WS-OFFER-COUNT
           MOVE SRT-PRMOFFERID       TO WS-OL-OFFERID
           MOVE SRT-OFFERMEI         TO WS-OL-OFFERMEI
           MOVE SRT-YUKOKAISHIYMD    TO WS-OL-KAISHIYMD
           MOVE SRT-YUKOSHURYOYMD    TO WS-OL-SHURYOYMD
           MOVE SRT-KANGENRITSU      TO WS-OL-KANGENRITSU
           MOVE SRT-KANGENHOHO       TO WS-OL-KANGENHOHO
           MOVE SRT-OFFERSTS         TO WS-OL-OFFERSTS
           MOVE WS-OFFER-LINE        TO JISSEKI-LIST-LINE
           WRITE JISSEKI-LIST-LINE
           MOVE SPACES               TO WS-DT-NAME
           PERFORM 5000-WRITE-DETAIL.

       2400-ADD-KAMEI-TOTAL.
           ADD WS-SM-KENSU(1)        TO WS-SM-KENSU(2)
           ADD WS-SM-KAIIN(1)        TO WS-SM-KAIIN(2)
           ADD WS-SM-RIYOUKNG(1)     TO WS-SM-RIYOUKNG(2)
           ADD WS-SM-KANGEN(1)       TO WS-SM-KANGEN(2)
           ADD WS-SM-TESURYO(1)      TO WS-SM-TESURYO(2)
           ADD WS-SM-TOUGETSU(1)     TO WS-SM-TOUGETSU(2)
           ADD WS-SM-SEIKYU(1)       TO WS-SM-SEIKYU(2)
           ADD WS-SM-ZAN(1)          TO WS-SM-ZAN(2).

      * キャンペーンの特典明細を集計する。明細は会員順に並ぶため、
      * 会員の変わり目を数えて対象会員数とする。
       3000-SUM-TOKUTEN.
           INITIALIZE WS-SUM(1)
           MOVE SPACES               TO WS-PREV-KAIIN
           MOVE SRT-PRMOFFERID       TO QTS306-PRMOFFERID
           MOVE LOW-VALUES           TO QTS306-PRM
           START QTS306-TOKUTEN KEY IS >= QTS306-SEG
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM 3100-READ-TOKUTEN UNTIL WS-SCAN-EOF.

       3000-EXIT.
           EXIT.

       3100-READ-TOKUTEN.
           READ QTS306-TOKUTEN NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF  QTS306-PRMOFFERID = SRT-PRMOFFERID
                       PERFORM 3200-ADD-TOKUTEN
                   ELSE
                       SET WS-SCAN-EOF TO TRUE
                   END-IF
           END-READ.

       3200-ADD-TOKUTEN.
           MOVE QTS306-PRM(1:16)     TO WS-NOW-KAIIN
           IF  WS-NOW-KAIIN NOT = WS-PREV-KAIIN
               ADD 1 TO WS-SM-KAIIN(1)
               MOVE WS-NOW-KAIIN     TO WS-PREV-KAIIN
           END-IF
           ADD 1                     TO WS-SM-KENSU(1)
           ADD QTS306-RIYOUKNG       TO WS-SM-RIYOUKNG(1)
           ADD QTS306-KANGENKNG      TO WS-SM-KANGEN(1)
           ADD QTS306-TESURYOKNG     TO WS-SM-TESURYO(1)
           IF  QTS306-KANGENYMD(1:6) = PRM-TAISHONENGETU
               ADD QTS306-KANGENKNG  TO WS-SM-TOUGETSU(1)
           END-IF
           ADD QTS306-SEIKYUKNG      TO WS-SM-SEIKYU(1)
           ADD QTS306-SEISANZAN      TO WS-SM-ZAN(1).

       4000-WRITE-KAMEI-TOTAL.
           MOVE 2 TO WS-SX
           MOVE "  KAMEITEN KEI"     TO WS-DT-NAME
           PERFORM 5000-WRITE-DETAIL.

       5000-WRITE-DETAIL.
           MOVE WS-SM-KENSU(WS-SX)    TO WS-DT-KENSU
           MOVE WS-SM-KAIIN(WS-SX)    TO WS-DT-KAIIN
           MOVE WS-SM-RIYOUKNG(WS-SX) TO WS-DT-RIYOUKNG
           MOVE WS-SM-KANGEN(WS-SX)   TO WS-DT-KANGEN
           MOVE WS-SM-TESURYO(WS-SX)  TO WS-DT-TESURYO
           MOVE WS-SM-TOUGETSU(WS-SX) TO WS-DT-TOUGETSU
           COMPUTE WS-DT-KAISHUZUMI =
               WS-SM-SEIKYU(WS-SX) - WS-SM-ZAN(WS-SX)
           MOVE WS-SM-ZAN(WS-SX)      TO WS-DT-ZAN
           MOVE WS-DTL-LINE           TO JISSEKI-LIST-LINE
           WRITE JISSEKI-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS304R: KAMEITEN=" WS-KAMEI-COUNT
                   " OFFER=" WS-OFFER-COUNT
           CLOSE JISSEKI-PARAM
           CLOSE QTS306-TOKUTEN
           CLOSE QTS075-KAMEIFILE
           CLOSE JISSEKI-LIST.
