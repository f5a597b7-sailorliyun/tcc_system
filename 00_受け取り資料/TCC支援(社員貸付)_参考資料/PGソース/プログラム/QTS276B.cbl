      *8...........2.........3.........4.........5........6........7.........8
      *    QTS276B
      ****************************************************************
      *                加盟店早期入金バッチ（日次）                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    早期入金契約（QTS275）のある加盟店へ、計上済で未精算の
      *    売上を割引料を差し引いて先払する。
      *      対象：計上日が当日以前で、計上年月が精算支払（QTS078B）
      *            未済の年月（パラメータの先払開始年月）以後の
      *            利用明細（取消・マイナス売上は通常精算で相殺）
      *      除外：先払済（QTS276に登録済）の売上、チャージバック
      *            案件（QTS072）のある売上、上限額を超える売上
      *    先払額は売上－加盟店手数料－段階手数料－割引料とし、先払
      *    した売上はQTS276へ記録して通常精算の対象から外す。
      *    先払後に加盟店負担で確定したチャージバックは回収中とし、
      *    当日の先払額から差し引いて回収する（回収しきれない分は
      *    以後の先払・精算支払で回収する）。
      *    振込データは精算支払と同じ形式で別ファイルに作成する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS276B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SENBARAI-PARAM  ASSIGN TO "QTS276PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS275-KEIYAKU  ASSIGN TO "QTS275"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS275-PRMNAIBUNO
                   FILE STATUS IS WS-QTS275-STATUS.
           SELECT  QTS276-SENBARAI ASSIGN TO "QTS276"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS276-PRMURITUUBAN
                   FILE STATUS IS WS-QTS276-STATUS.
           SELECT  QTS072-CASE     ASSIGN TO "QTS072"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS072-SEG
                   FILE STATUS IS WS-QTS072-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS075-KAMEIFILE ASSIGN TO "QTS075"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS075-ENTRYKEY
                   FILE STATUS IS WS-QTS075-STATUS.
           SELECT  QTS074-KOZAFILE ASSIGN TO "QTS074"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS074-PRMSIHARAISAKINO
                   FILE STATUS IS WS-QTS074-STATUS.
           SELECT  QTS140-BANKTBL  ASSIGN TO "QTS140"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS140-PRM
                   FILE STATUS IS WS-QTS140-STATUS.
           SELECT  FURIKOMI-FILE   ASSIGN TO "KAMEISFK"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SENBARAI-ADVICE ASSIGN TO "QTS276AD"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SENBARAI-PARAM.
       01  SENBARAI-PARAM-REC.
           05  PRM-KAISHINENGETU       PIC 9(06).
      *        先払対象とする最も古い計上年月（精算支払未済の年月）
       FD  QTS275-KEIYAKU.
       01  QTS275-REC.
           COPY QTS275 REPLACING ==()== BY ==QTS275==.
       FD  QTS276-SENBARAI.
       01  QTS276-REC.
           COPY QTS276 REPLACING ==()== BY ==QTS276==.
       FD  QTS072-CASE.
       01  QTS072-REC.
           COPY QTS072 REPLACING ==()== BY ==QTS072==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS075-KAMEIFILE.
       01  QTS075-REC.
           COPY QTS075 REPLACING ==()== BY ==QTS075==.
       FD  QTS074-KOZAFILE.
       01  QTS074-REC.
           COPY QTS074 REPLACING ==()== BY ==QTS074==.
       FD  QTS140-BANKTBL.
       01  QTS140-REC.
           COPY QTS140 REPLACING ==()== BY ==QTS140==.
       FD  FURIKOMI-FILE.
       01  FURIKOMI-REC.
           05  FRK-GINKOUCD            PIC 9(04).
           05  FRK-SHITENCD            PIC 9(03).
           05  FRK-SHUMOKU             PIC 9(01).
           05  FRK-KOUZANO             PIC 9(08).
           05  FRK-MEIGI               PIC X(30).
           05  FRK-KINGAKU             PIC 9(11).
           05  FRK-SIHARAISAKINO       PIC 9(07).
       FD  SENBARAI-ADVICE.
       01  SENBARAI-ADVICE-LINE        PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS275-STATUS        PIC X(02).
       01  WS-QTS276-STATUS        PIC X(02).
       01  WS-QTS072-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS075-STATUS        PIC X(02).
       01  WS-QTS074-STATUS        PIC X(02).
       01  WS-QTS140-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KEIYAKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-TEISHI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-SENBARAI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-JOGEN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-CBJOGAI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-CBKAKUTEI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-FURIKOMI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SHIHARAI-KNG         PIC S9(13)    VALUE ZERO.
       01  WS-KAISHU-KNG           PIC S9(13)    VALUE ZERO.
       01  WS-KAMEITEN-NUM         PIC 9(07).
       01  WS-TESURYO              PIC S9(11).
       01  WS-SASHIHIKI            PIC S9(13).
       01  WS-KAISHU-WK            PIC S9(13).
       01  WS-IX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-KEIYAKU-MAX          PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-KEIYAKU-TBL.
           05  WS-KY-ENT           OCCURS 999.
             07  WS-KY-NAIBUNO     PIC 9(07).
             07  WS-KY-SIHARAISAKINO PIC 9(07).
             07  WS-KY-RITSU       PIC 99V99.
             07  WS-KY-JOGEN       PIC 9(11).
             07  WS-KY-ZANDAKA     PIC S9(13).
      *            未精算の先払売上（上限額の判定に用いる）
             07  WS-KY-CBZAN       PIC S9(13).
             07  WS-KY-KENSU       PIC 9(07).
             07  WS-KY-URIAGE      PIC S9(13).
             07  WS-KY-TESURYO     PIC S9(11).
             07  WS-KY-WARIBIKI    PIC S9(11).
             07  WS-KY-KAISHU      PIC S9(13).
       01  WS-ADV-LINE.
           05  WS-AD-NAIBUNO       PIC 9(07).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-KENSU         PIC ZZZZZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-URIAGE        PIC --------------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-TESURYO       PIC ------------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-WARIBIKI      PIC ------------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-KAISHU        PIC ------------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-FURIKOMI      PIC --------------9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-KEIYAKU THRU 1100-EXIT
           PERFORM 2000-CB-KAKUTEI THRU 2000-EXIT
           PERFORM 3000-SUM-ZANDAKA THRU 3000-EXIT
           MOVE "N" TO WS-EOF-SW
           PERFORM 4900-NEXT-URIAGE
           PERFORM 4000-SENBARAI-URIAGE THRU 4900-NEXT-URIAGE
                   UNTIL WS-EOF
           PERFORM 5000-PAY-KAMEITEN THRU 5000-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-KEIYAKU-MAX
           PERFORM 6000-APPLY-KAISHU THRU 6000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-KEIYAKU-TBL
           OPEN INPUT  SENBARAI-PARAM
           OPEN INPUT  QTS275-KEIYAKU
           OPEN I-O    QTS276-SENBARAI
           OPEN INPUT  QTS072-CASE
           OPEN INPUT  QTS050-URIAGE
           OPEN INPUT  QTS075-KAMEIFILE
           OPEN INPUT  QTS074-KOZAFILE
           OPEN INPUT  QTS140-BANKTBL
           OPEN OUTPUT FURIKOMI-FILE
           OPEN OUTPUT SENBARAI-ADVICE
           READ SENBARAI-PARAM
               AT END MOVE WS-TODAY(1:6) TO PRM-KAISHINENGETU
           END-READ.

      * 利用中で開始日の到来した契約を表に載せる。加盟店の取消、
      * 支払先番号の不一致、口座変更の冷却期間中、銀行マスタ検証
      * エラーの加盟店は当日の先払を止める（売上は通常精算へ回る）。
       1100-LOAD-KEIYAKU.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES           TO QTS275-SEG
           START QTS275-KEIYAKU KEY IS >= QTS275-PRMNAIBUNO
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           READ QTS275-KEIYAKU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1200-LOAD-ONE THRU 1200-EXIT UNTIL WS-EOF.

       1100-EXIT.
           EXIT.

       1200-LOAD-ONE.
           IF  QTS275-KEIYAKUSTS NOT = "1"
           OR  QTS275-KAISHIYMD > WS-TODAY
               GO TO 1290-NEXT-KEIYAKU
           END-IF
           MOVE QTS275-PRMNAIBUNO    TO QTS075-PRMNAIBUNO
           READ QTS075-KAMEIFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS276B: KAMEITEN NASHI "
                       QTS275-PRMNAIBUNO
                   GO TO 1290-NEXT-KEIYAKU
           END-READ
           IF  QTS075-TORIKESIBI NOT = ZERO
           AND QTS075-TORIKESIBI <= WS-TODAY
           OR  QTS075-SIHARAISAKINO NOT = QTS275-SIHARAISAKINO
               ADD 1 TO WS-TEISHI-COUNT
               DISPLAY "QTS276B: KEIYAKU TEISHI " QTS275-PRMNAIBUNO
               GO TO 1290-NEXT-KEIYAKU
           END-IF
           MOVE QTS275-SIHARAISAKINO TO QTS074-PRMSIHARAISAKINO
           READ QTS074-KOZAFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS276B: KOZA NASHI "
                       QTS275-SIHARAISAKINO
                   GO TO 1290-NEXT-KEIYAKU
           END-READ
      *    冷却期間中の口座へは先払せず、売上は通常精算の保留・
      *    持越の扱いに委ねる。
           IF  QTS074-COOLOFFYMD > WS-TODAY
               ADD 1 TO WS-TEISHI-COUNT
               DISPLAY "QTS276B: REIKYAKU TEISHI " QTS275-PRMNAIBUNO
               GO TO 1290-NEXT-KEIYAKU
           END-IF
           MOVE QTS074-KOZGINKOUCD   TO QTS140-PRMKIKANCD
           MOVE QTS074-KOZSHITENCD   TO QTS140-PRMSHITENCD
           MOVE SPACES               TO QTS140-PRMHUKACD
           READ QTS140-BANKTBL
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS276B: GINKO KENSHONG "
                       QTS074-KOZGINKOUCD
                   GO TO 1290-NEXT-KEIYAKU
           END-READ
           IF  WS-KEIYAKU-MAX >= 999
               DISPLAY "QTS276B: KEIYAKU TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-KEIYAKU-MAX
           MOVE QTS275-PRMNAIBUNO    TO WS-KY-NAIBUNO(WS-KEIYAKU-MAX)
           MOVE QTS275-SIHARAISAKINO
               TO WS-KY-SIHARAISAKINO(WS-KEIYAKU-MAX)
           MOVE QTS275-WARIBIKIRITSU TO WS-KY-RITSU(WS-KEIYAKU-MAX)
           MOVE QTS275-JOGENGAKU     TO WS-KY-JOGEN(WS-KEIYAKU-MAX)
           ADD 1 TO WS-KEIYAKU-COUNT.

       1290-NEXT-KEIYAKU.
           READ QTS275-KEIYAKU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       1200-EXIT.
           EXIT.

      * 解決済で加盟店負担となったチャージバックのうち、先払済の
      * 売上に係るものを回収中として先払明細に記録する。
       2000-CB-KAKUTEI.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES           TO QTS072-SEG
           START QTS072-CASE KEY IS >= QTS072-SEG
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           READ QTS072-CASE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2100-CB-ONE UNTIL WS-EOF.

       2000-EXIT.
           EXIT.

       2100-CB-ONE.
           IF  QTS072-CASESTS = "9"
           AND QTS072-CBKEKKACD = "01"
               MOVE QTS072-PRMURITUUBAN TO QTS276-PRMURITUUBAN
               READ QTS276-SENBARAI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  QTS276-CBSTS = SPACE
                           MOVE "1"              TO QTS276-CBSTS
                           MOVE QTS072-CBKINGAKU TO QTS276-CBKINGAKU
                           MOVE QTS072-CBKINGAKU TO QTS276-CBZAN
                           MOVE QTS072-CBKAKUTEIYMD
                               TO QTS276-CBKAKUTEIYMD
                           MOVE WS-TODAY     TO QTS276-HOSTSHORIYMD
                           MOVE WS-NOW-TIME  TO QTS276-HOSTSHORITIME
                           MOVE WS-TODAY     TO QTS276-SVRKOUSHINYMD
                           REWRITE QTS276-REC
                           ADD 1 TO WS-CBKAKUTEI-COUNT
                       END-IF
               END-READ
           END-IF
           READ QTS072-CASE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 契約加盟店ごとに、未精算の先払売上（上限額の判定用）と
      * ＣＢ回収残額を集計する。
       3000-SUM-ZANDAKA.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES           TO QTS276-SEG
           START QTS276-SENBARAI KEY IS >= QTS276-PRMURITUUBAN
               INVALID KEY
                   GO TO 3000-EXIT
           END-START
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 3100-ZANDAKA-ONE UNTIL WS-EOF.

       3000-EXIT.
           EXIT.

       3100-ZANDAKA-ONE.
           MOVE QTS276-NAIBUNO       TO WS-KAMEITEN-NUM
           PERFORM 8000-FIND-KEIYAKU
           IF  WS-HIT
               IF  QTS276-TAISHONENGETU >= PRM-KAISHINENGETU
                   ADD QTS276-URIAGEKNG TO WS-KY-ZANDAKA(WS-IX)
               END-IF
               IF  QTS276-CBSTS = "1"
                   ADD QTS276-CBZAN     TO WS-KY-CBZAN(WS-IX)
               END-IF
           END-IF
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 利用明細を読み、先払の対象となる売上を先払明細へ記録する。
       4000-SENBARAI-URIAGE.
           IF  QTS050-RECKBN = "9"
           OR  QTS050-KEIJYOUBI > WS-TODAY
           OR  QTS050-KEIJYOUBI(1:6) < PRM-KAISHINENGETU
           OR  QTS050-GKGRIYOUKNG NOT > ZERO
           OR  QTS050-TKURIAGETUUBAN = ZERO
               GO TO 4900-NEXT-URIAGE
           END-IF
           MOVE QTS050-KAMEITENNO    TO WS-KAMEITEN-NUM
           PERFORM 8000-FIND-KEIYAKU
           IF  NOT WS-HIT
               GO TO 4900-NEXT-URIAGE
           END-IF
           MOVE QTS050-TKURIAGETUUBAN TO QTS276-PRMURITUUBAN
           READ QTS276-SENBARAI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 4900-NEXT-URIAGE
           END-READ
      *    係争中・解決済を問わずチャージバック案件のある売上は
      *    先払せず通常精算に委ねる。
           MOVE QTS050-TKURIAGETUUBAN TO QTS072-PRMURITUUBAN
           READ QTS072-CASE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CBJOGAI-COUNT
                   GO TO 4900-NEXT-URIAGE
           END-READ
           IF  WS-KY-ZANDAKA(WS-IX) + QTS050-GKGRIYOUKNG
                   > WS-KY-JOGEN(WS-IX)
               ADD 1 TO WS-JOGEN-COUNT
               GO TO 4900-NEXT-URIAGE
           END-IF
           PERFORM 4100-WRITE-SENBARAI.

       4900-NEXT-URIAGE.
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       4100-WRITE-SENBARAI.
           COMPUTE WS-TESURYO = QTS050-KAMEITENTESURYO
                              + QTS050-DANKEITESURYOU
           INITIALIZE QTS276-REC
           MOVE QTS050-TKURIAGETUUBAN TO QTS276-PRMURITUUBAN
           MOVE WS-KY-NAIBUNO(WS-IX) TO QTS276-NAIBUNO
           MOVE QTS050-PRMKIGYOUCD   TO QTS276-KIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO QTS276-SUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS276-NAIBUKAIINNO
           MOVE QTS050-PRMTORIHIKINO TO QTS276-TORIHIKINO
           MOVE QTS050-KEIJYOUBI     TO QTS276-KEIJYOUBI
           MOVE QTS050-KEIJYOUBI(1:6) TO QTS276-TAISHONENGETU
           MOVE QTS050-GKGRIYOUKNG   TO QTS276-URIAGEKNG
           MOVE WS-TESURYO           TO QTS276-TESURYO
           MOVE WS-KY-RITSU(WS-IX)   TO QTS276-WARIBIKIRITSU
           COMPUTE QTS276-WARIBIKIRYO =
               QTS050-GKGRIYOUKNG * WS-KY-RITSU(WS-IX) / 100
           COMPUTE QTS276-SENBARAIKNG = QTS050-GKGRIYOUKNG
               - WS-TESURYO - QTS276-WARIBIKIRYO
           MOVE WS-TODAY             TO QTS276-SENBARAIYMD
           MOVE SPACE                TO QTS276-CBSTS
           MOVE WS-TODAY             TO QTS276-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS276-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS276-SVRKOUSHINYMD
           WRITE QTS276-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS276B: SENBARAI KEY CHOFUKU "
                       QTS276-PRMURITUUBAN
               NOT INVALID KEY
                   ADD 1 TO WS-SENBARAI-COUNT
                   ADD 1 TO WS-KY-KENSU(WS-IX)
                   ADD QTS050-GKGRIYOUKNG TO WS-KY-ZANDAKA(WS-IX)
                   ADD QTS050-GKGRIYOUKNG TO WS-KY-URIAGE(WS-IX)
                   ADD WS-TESURYO         TO WS-KY-TESURYO(WS-IX)
                   ADD QTS276-WARIBIKIRYO TO WS-KY-WARIBIKI(WS-IX)
           END-WRITE.

      * 加盟店ごとに当日の先払額からＣＢ回収残額を差し引いて振込
      * データと先払通知行を作成する。
       5000-PAY-KAMEITEN.
           IF  WS-KY-KENSU(WS-IX) = ZERO
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-SASHIHIKI = WS-KY-URIAGE(WS-IX)
               - WS-KY-TESURYO(WS-IX) - WS-KY-WARIBIKI(WS-IX)
           IF  WS-SASHIHIKI > ZERO
               IF  WS-KY-CBZAN(WS-IX) > WS-SASHIHIKI
                   MOVE WS-SASHIHIKI       TO WS-KY-KAISHU(WS-IX)
               ELSE
                   MOVE WS-KY-CBZAN(WS-IX) TO WS-KY-KAISHU(WS-IX)
               END-IF
           END-IF
           MOVE WS-KY-SIHARAISAKINO(WS-IX) TO QTS074-PRMSIHARAISAKINO
           READ QTS074-KOZAFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS276B: KOZA NASHI "
                       WS-KY-SIHARAISAKINO(WS-IX)
                   MOVE ZERO TO WS-KY-KAISHU(WS-IX)
                   GO TO 5000-EXIT
           END-READ
           MOVE QTS074-KOZGINKOUCD   TO FRK-GINKOUCD
           MOVE QTS074-KOZSHITENCD   TO FRK-SHITENCD
           MOVE QTS074-KOZSHUMOKU    TO FRK-SHUMOKU
           MOVE QTS074-KOZNO         TO FRK-KOUZANO
           MOVE QTS074-KOZMEIGI      TO FRK-MEIGI
           COMPUTE FRK-KINGAKU = WS-SASHIHIKI - WS-KY-KAISHU(WS-IX)
           MOVE WS-KY-SIHARAISAKINO(WS-IX) TO FRK-SIHARAISAKINO
           IF  FRK-KINGAKU > ZERO
               WRITE FURIKOMI-REC
               ADD 1 TO WS-FURIKOMI-COUNT
               ADD FRK-KINGAKU       TO WS-SHIHARAI-KNG
           END-IF
           ADD WS-KY-KAISHU(WS-IX)   TO WS-KAISHU-KNG
           MOVE WS-KY-NAIBUNO(WS-IX) TO WS-AD-NAIBUNO
           MOVE WS-KY-KENSU(WS-IX)   TO WS-AD-KENSU
           MOVE WS-KY-URIAGE(WS-IX)  TO WS-AD-URIAGE
           MOVE WS-KY-TESURYO(WS-IX) TO WS-AD-TESURYO
           MOVE WS-KY-WARIBIKI(WS-IX) TO WS-AD-WARIBIKI
           MOVE WS-KY-KAISHU(WS-IX)  TO WS-AD-KAISHU
           COMPUTE WS-AD-FURIKOMI = WS-SASHIHIKI - WS-KY-KAISHU(WS-IX)
           MOVE WS-ADV-LINE          TO SENBARAI-ADVICE-LINE
           WRITE SENBARAI-ADVICE-LINE.

       5000-EXIT.
           EXIT.

      * 差し引いた回収額を回収中の先払明細へ古い売上通番順に充当
      * し、回収残額がゼロになったものを回収済とする。
       6000-APPLY-KAISHU.
           IF  WS-KAISHU-KNG = ZERO
               GO TO 6000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES           TO QTS276-SEG
           START QTS276-SENBARAI KEY IS >= QTS276-PRMURITUUBAN
               INVALID KEY
                   GO TO 6000-EXIT
           END-START
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 6100-KAISHU-ONE UNTIL WS-EOF.

       6000-EXIT.
           EXIT.

       6100-KAISHU-ONE.
           IF  QTS276-CBSTS = "1"
               MOVE QTS276-NAIBUNO   TO WS-KAMEITEN-NUM
               PERFORM 8000-FIND-KEIYAKU
               IF  WS-HIT
               AND WS-KY-KAISHU(WS-IX) > ZERO
                   IF  QTS276-CBZAN > WS-KY-KAISHU(WS-IX)
                       MOVE WS-KY-KAISHU(WS-IX) TO WS-KAISHU-WK
                   ELSE
                       MOVE QTS276-CBZAN        TO WS-KAISHU-WK
                   END-IF
                   SUBTRACT WS-KAISHU-WK FROM QTS276-CBZAN
                   SUBTRACT WS-KAISHU-WK FROM WS-KY-KAISHU(WS-IX)
                   IF  QTS276-CBZAN = ZERO
                       MOVE "2"          TO QTS276-CBSTS
                       MOVE WS-TODAY     TO QTS276-CBKAISHUYMD
                   END-IF
                   MOVE WS-TODAY         TO QTS276-HOSTSHORIYMD
                   MOVE WS-NOW-TIME      TO QTS276-HOSTSHORITIME
                   MOVE WS-TODAY         TO QTS276-SVRKOUSHINYMD
                   REWRITE QTS276-REC
               END-IF
           END-IF
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       8000-FIND-KEIYAKU.
           MOVE "N" TO WS-HIT-SW
           PERFORM 8100-COMPARE-KEIYAKU
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-KEIYAKU-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-IX
           END-IF.

       8100-COMPARE-KEIYAKU.
           IF  WS-KY-NAIBUNO(WS-IX) = WS-KAMEITEN-NUM
               SET WS-HIT TO TRUE
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS276B: KEIYAKU=" WS-KEIYAKU-COUNT
                   " TEISHI=" WS-TEISHI-COUNT
                   " SENBARAI=" WS-SENBARAI-COUNT
                   " JOGEN=" WS-JOGEN-COUNT
                   " CBJOGAI=" WS-CBJOGAI-COUNT
           DISPLAY "QTS276B: CBKAKUTEI=" WS-CBKAKUTEI-COUNT
                   " FURIKOMI=" WS-FURIKOMI-COUNT
                   " SHIHARAI=" WS-SHIHARAI-KNG
                   " KAISHU=" WS-KAISHU-KNG
                   " ERROR=" WS-ERROR-COUNT
           CLOSE SENBARAI-PARAM
           CLOSE QTS275-KEIYAKU
           CLOSE QTS276-SENBARAI
           CLOSE QTS072-CASE
           CLOSE QTS050-URIAGE
           CLOSE QTS075-KAMEIFILE
           CLOSE QTS074-KOZAFILE
           CLOSE QTS140-BANKTBL
           CLOSE FURIKOMI-FILE
           CLOSE SENBARAI-ADVICE.
