      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   口座変更冷却期間の振込保留    FIP      26/09/03   *
      *   000003   保留分の持越・解除後自動支払  FIP      26/09/03   *
      *   000004   支払実績の記録（資金繰り用）  FIP      26/10/15   *
      *   000005   早期入金済売上の除外とＣＢ回収FIP      26/10/15   *
      *   000006   夜間差分抽出の対象月分を入力  FIP      26/10/15   *
      *   000007   加盟店負担特典の請求額を相殺  FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS078B.
       FILE-CONTROL.
           SELECT  SEISAN-PARAM    ASSIGN TO "QTS078PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * 利用明細は夜間差分抽出（QTS300B）の対象月計上分を読む。
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS300S3"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
      * 早期入金明細。QTS276Bで先払済の売上は支払わず、先払後に
      * 確定したチャージバックの回収残額を振込額から差し引く。
           SELECT  QTS276-SENBARAI ASSIGN TO "QTS276"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS276-PRMURITUUBAN
                   FILE STATUS IS WS-QTS276-STATUS.
      * 加盟店負担キャンペーン特典明細。QTS304Bが積んだ加盟店への
      * 請求額（特典額＋当社手数料）の回収残額を振込額から差し引く。
           SELECT  QTS306-TOKUTEN  ASSIGN TO "QTS306"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS306-SEG
                   FILE STATUS IS WS-QTS306-STATUS.
           SELECT  QTS075-KAMEIFILE ASSIGN TO "QTS075"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   FILE STATUS IS WS-HORYU-IN-STATUS.
           SELECT  HORYU-OUTFILE   ASSIGN TO "QTS078CF"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * 支払実績。回ごとに１行を追記し、資金繰り予測（QTS269B）が
      * 支払済の対象年月と支払日別の実績額を得る。
           SELECT  JISSEKI-OUTFILE ASSIGN TO "QTS078JS"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SEISAN-PARAM.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS276-SENBARAI.
       01  QTS276-REC.
           COPY QTS276 REPLACING ==()== BY ==QTS276==.
       FD  QTS306-TOKUTEN.
       01  QTS306-REC.
           COPY QTS306 REPLACING ==()== BY ==QTS306==.
       FD  QTS075-KAMEIFILE.
       01  QTS075-REC.
           COPY QTS075 REPLACING ==()== BY ==QTS075==.
           05  CFO-KINGAKU             PIC S9(11)
                                   SIGN IS LEADING SEPARATE.
           05  CFO-KAIJOYMD            PIC 9(08).
       FD  JISSEKI-OUTFILE.
       01  JISSEKI-OUT-REC.
           05  JSO-SHIHARAIYMD         PIC 9(08).
           05  JSO-TAISHONENGETU       PIC 9(06).
           05  JSO-KINGAKU             PIC S9(13)
                                   SIGN IS LEADING SEPARATE.
           05  JSO-KENSU               PIC 9(07).
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS276-STATUS        PIC X(02).
       01  WS-QTS306-STATUS        PIC X(02).
       01  WS-QTS075-STATUS        PIC X(02).
       01  WS-QTS074-STATUS        PIC X(02).
       01  WS-QTS140-STATUS        PIC X(02).
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-HORYU-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KAIJO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SHIHARAI-KNG         PIC S9(13)    VALUE ZERO.
       01  WS-SENBARAI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-KAISHU-KNG           PIC S9(13)    VALUE ZERO.
       01  WS-KAISHU-WK            PIC S9(13).
       01  WS-TOKUTEN-KNG          PIC S9(13)    VALUE ZERO.
       01  WS-TOKUTEN-WK           PIC S9(13).
       01  WS-SASHIHIKI            PIC S9(13).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-HR-LINE.
           05  WS-HR-SIHARAISAKI   PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-HR-RIYU          PIC N(07).
       01  WS-KAMEITEN-NUM         PIC 9(07).
       01  WS-IX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-KX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-KAMEI-MAX            PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
             07  WS-KM-KAMEITENNO  PIC X(10).
             07  WS-KM-URIAGE      PIC S9(13).
             07  WS-KM-TESURYO     PIC S9(11).
             07  WS-KM-NAIBUNO     PIC 9(07).
             07  WS-KM-CBZAN       PIC S9(13).
             07  WS-KM-KAISHU      PIC S9(13).
             07  WS-KM-TKZAN       PIC S9(13).
             07  WS-KM-TKKAISHU    PIC S9(13).
       01  WS-ADV-LINE.
           05  WS-AD-KAMEITENNO    PIC X(10).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-TESURYO       PIC ------------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-SASHIHIKI     PIC --------------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-KAISHU        PIC ------------9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-AD-TOKUTEN       PIC ------------9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUM-URIAGE UNTIL WS-EOF
           PERFORM 4000-SUM-CBZAN THRU 4000-EXIT
           PERFORM 4500-SUM-TKZAN THRU 4500-EXIT
           PERFORM 5000-PAY-KAMEITEN
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-KAMEI-MAX
           PERFORM 7000-RELEASE-HOLDOVER THRU 7000-EXIT
           PERFORM 8000-APPLY-KAISHU THRU 8000-EXIT
           PERFORM 8500-APPLY-TOKUTEN THRU 8500-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

           INITIALIZE WS-KAMEI-TBL
           OPEN INPUT  SEISAN-PARAM
           OPEN INPUT  QTS050-URIAGE
           OPEN I-O    QTS276-SENBARAI
           OPEN I-O    QTS306-TOKUTEN
           OPEN INPUT  QTS075-KAMEIFILE
           OPEN INPUT  QTS074-KOZAFILE
           OPEN INPUT  QTS140-BANKTBL
      * 対象年月に計上された利用明細だけを加盟店番号別に集計する。
      * （期間で締めるため、精算済の過去売上を再度支払うことはない）
      * 売上は取消（赤伝）も符号のまま加算し、手数料は加盟店手数料と
      * 段階手数料の合算とする。早期入金で先払済の売上は除く。
      * 当社起票の内部伝票（伝票種別9000番台。加盟店負担特典の
      * キャッシュバック等）は加盟店の売上ではないため除く。
       2000-SUM-URIAGE.
           IF  QTS050-RECKBN NOT = "9"
           AND QTS050-DENPYOUSHUBETSU < 9000
           AND QTS050-KEIJYOUBI(1:6) = PRM-TAISHONENGETU
               PERFORM 2100-CHECK-SENBARAI
               IF  NOT WS-HIT
                   PERFORM 3000-ADD-KAMEI
               END-IF
           END-IF
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-CHECK-SENBARAI.
           MOVE "N" TO WS-HIT-SW
           IF  QTS050-TKURIAGETUUBAN NOT = ZERO
               MOVE QTS050-TKURIAGETUUBAN TO QTS276-PRMURITUUBAN
               READ QTS276-SENBARAI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HIT TO TRUE
                       ADD 1 TO WS-SENBARAI-COUNT
               END-READ
           END-IF.

       3000-ADD-KAMEI.
           MOVE "N" TO WS-HIT-SW
           PERFORM VARYING WS-IX FROM 1 BY 1
               ADD 1 TO WS-KAMEI-MAX
               MOVE WS-KAMEI-MAX TO WS-IX
               MOVE QTS050-KAMEITENNO TO WS-KM-KAMEITENNO(WS-IX)
               MOVE QTS050-KAMEITENNO TO WS-KM-NAIBUNO(WS-IX)
           END-IF
           ADD QTS050-GKGRIYOUKNG     TO WS-KM-URIAGE(WS-IX)
           ADD QTS050-KAMEITENTESURYO TO WS-KM-TESURYO(WS-IX)
           ADD QTS050-DANKEITESURYOU  TO WS-KM-TESURYO(WS-IX).

      * 先払後に加盟店負担で確定したチャージバックの回収残額を
      * 当回支払のある加盟店ごとに集計する。
       4000-SUM-CBZAN.
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO                 TO QTS276-PRMURITUUBAN
           START QTS276-SENBARAI KEY IS >= QTS276-PRMURITUUBAN
               INVALID KEY
                   GO TO 4000-EXIT
           END-START
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 4100-CBZAN-ONE UNTIL WS-EOF.

       4000-EXIT.
           EXIT.

       4100-CBZAN-ONE.
           IF  QTS276-CBSTS = "1"
               PERFORM 4200-FIND-KAMEI
               IF  WS-HIT
                   ADD QTS276-CBZAN  TO WS-KM-CBZAN(WS-KX)
               END-IF
           END-IF
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       4200-FIND-KAMEI.
           MOVE "N" TO WS-HIT-SW
           PERFORM 4300-COMPARE-KAMEI
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KAMEI-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-KX
           END-IF.

       4300-COMPARE-KAMEI.
           IF  WS-KM-NAIBUNO(WS-KX) = QTS276-NAIBUNO
               SET WS-HIT TO TRUE
           END-IF.

      * 加盟店負担キャンペーンの請求額の回収残額を、当回支払の
      * ある加盟店ごとに集計する。当回支払の無い加盟店の分は次回
      * 以降へ持ち越す。
       4500-SUM-TKZAN.
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES               TO QTS306-PRMOFFERID
           MOVE ZERO                 TO QTS306-PRM
           START QTS306-TOKUTEN KEY IS >= QTS306-SEG
               INVALID KEY
                   GO TO 4500-EXIT
           END-START
           READ QTS306-TOKUTEN NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 4600-TKZAN-ONE UNTIL WS-EOF.

       4500-EXIT.
           EXIT.

       4600-TKZAN-ONE.
           IF  QTS306-SEISANSTS = "1"
               PERFORM 4700-FIND-TOKUTEN-KAMEI
               IF  WS-HIT
                   ADD QTS306-SEISANZAN TO WS-KM-TKZAN(WS-KX)
               END-IF
           END-IF
           READ QTS306-TOKUTEN NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       4700-FIND-TOKUTEN-KAMEI.
           MOVE "N" TO WS-HIT-SW
           PERFORM 4800-COMPARE-TOKUTEN-KAMEI
               VARYING WS-KX FROM 1 BY 1
               UNTIL WS-KX > WS-KAMEI-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-KX
           END-IF.

       4800-COMPARE-TOKUTEN-KAMEI.
           IF  WS-KM-NAIBUNO(WS-KX) = QTS306-NAIBUNO
               SET WS-HIT TO TRUE
           END-IF.

      * 加盟店ごとに支払先番号から振込口座を求め、QTS140銀行マスタ
      * で検証のうえ手数料差引後の純額で振込データを編集する。
      * 併せて総額・手数料・純額の精算通知行を出力する。
                   DISPLAY "QTS078B: KAMEITEN NASHI "
                       WS-KM-KAMEITENNO(WS-IX)
               NOT INVALID KEY
                   PERFORM 6000-WRITE-FURIKOMI THRU 6000-EXIT
           END-READ.

       6000-WRITE-FURIKOMI.
           MOVE QTS074-KOZSHUMOKU    TO FRK-SHUMOKU
           MOVE QTS074-KOZNO         TO FRK-KOUZANO
           MOVE QTS074-KOZMEIGI      TO FRK-MEIGI
           COMPUTE WS-SASHIHIKI =
               WS-KM-URIAGE(WS-IX) - WS-KM-TESURYO(WS-IX)
      *    ＣＢ回収残額は純額の範囲で差し引く（保留分は回収しない）
           IF  WS-SASHIHIKI > ZERO
               IF  WS-KM-CBZAN(WS-IX) > WS-SASHIHIKI
                   MOVE WS-SASHIHIKI       TO WS-KM-KAISHU(WS-IX)
               ELSE
                   MOVE WS-KM-CBZAN(WS-IX) TO WS-KM-KAISHU(WS-IX)
               END-IF
           END-IF
           ADD WS-KM-KAISHU(WS-IX)   TO WS-KAISHU-KNG
      *    加盟店負担特典の請求額はＣＢ回収後の残りの範囲で差し引く
           COMPUTE WS-TOKUTEN-WK =
               WS-SASHIHIKI - WS-KM-KAISHU(WS-IX)
           IF  WS-TOKUTEN-WK > ZERO
               IF  WS-KM-TKZAN(WS-IX) > WS-TOKUTEN-WK
                   MOVE WS-TOKUTEN-WK      TO WS-KM-TKKAISHU(WS-IX)
               ELSE
                   MOVE WS-KM-TKZAN(WS-IX) TO WS-KM-TKKAISHU(WS-IX)
               END-IF
           END-IF
           ADD WS-KM-TKKAISHU(WS-IX) TO WS-TOKUTEN-KNG
           COMPUTE FRK-KINGAKU = WS-SASHIHIKI - WS-KM-KAISHU(WS-IX)
                               - WS-KM-TKKAISHU(WS-IX)
           MOVE QTS075-SIHARAISAKINO TO FRK-SIHARAISAKINO
           WRITE FURIKOMI-REC
           ADD 1 TO WS-FURIKOMI-COUNT
           ADD FRK-KINGAKU           TO WS-SHIHARAI-KNG
           MOVE WS-KM-KAMEITENNO(WS-IX) TO WS-AD-KAMEITENNO
           MOVE WS-KM-URIAGE(WS-IX)  TO WS-AD-URIAGE
           MOVE WS-KM-TESURYO(WS-IX) TO WS-AD-TESURYO
           COMPUTE WS-AD-SASHIHIKI =
               WS-KM-URIAGE(WS-IX) - WS-KM-TESURYO(WS-IX)
           MOVE WS-KM-KAISHU(WS-IX)  TO WS-AD-KAISHU
           MOVE WS-KM-TKKAISHU(WS-IX) TO WS-AD-TOKUTEN
           MOVE WS-ADV-LINE          TO SEISAN-ADVICE-LINE
           WRITE SEISAN-ADVICE-LINE.

           READ HORYU-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 7100-RELEASE-ONE THRU 7900-NEXT-HOLD
               UNTIL WS-EOF
           CLOSE HORYU-INFILE.

       7000-EXIT.
           WRITE FURIKOMI-REC
           ADD 1 TO WS-FURIKOMI-COUNT
           ADD 1 TO WS-KAIJO-COUNT
           ADD FRK-KINGAKU           TO WS-SHIHARAI-KNG
           MOVE CFI-KAMEITENNO       TO WS-AD-KAMEITENNO
           MOVE CFI-KINGAKU          TO WS-AD-URIAGE
           MOVE ZERO                 TO WS-AD-TESURYO
           MOVE CFI-KINGAKU          TO WS-AD-SASHIHIKI
           MOVE ZERO                 TO WS-AD-KAISHU
           MOVE ZERO                 TO WS-AD-TOKUTEN
           MOVE WS-ADV-LINE          TO SEISAN-ADVICE-LINE
           WRITE SEISAN-ADVICE-LINE.

               AT END SET WS-EOF TO TRUE
           END-READ.

      * 差し引いた回収額を回収中の先払明細へ売上通番順に充当し、
      * 回収残額がゼロになったものを回収済とする。
       8000-APPLY-KAISHU.
           IF  WS-KAISHU-KNG = ZERO
               GO TO 8000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO                 TO QTS276-PRMURITUUBAN
           START QTS276-SENBARAI KEY IS >= QTS276-PRMURITUUBAN
               INVALID KEY
                   GO TO 8000-EXIT
           END-START
           READ QTS276-SENBARAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 8100-KAISHU-ONE UNTIL WS-EOF.

       8000-EXIT.
           EXIT.

       8100-KAISHU-ONE.
           IF  QTS276-CBSTS = "1"
               PERFORM 4200-FIND-KAMEI
               IF  WS-HIT
               AND WS-KM-KAISHU(WS-KX) > ZERO
                   IF  QTS276-CBZAN > WS-KM-KAISHU(WS-KX)
                       MOVE WS-KM-KAISHU(WS-KX) TO WS-KAISHU-WK
                   ELSE
                       MOVE QTS276-CBZAN        TO WS-KAISHU-WK
                   END-IF
                   SUBTRACT WS-KAISHU-WK FROM QTS276-CBZAN
                   SUBTRACT WS-KAISHU-WK FROM WS-KM-KAISHU(WS-KX)
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

      * 差し引いた特典請求の回収額を回収中の特典明細へキー順に
      * 充当し、回収残額がゼロになったものを回収済とする。
       8500-APPLY-TOKUTEN.
           IF  WS-TOKUTEN-KNG = ZERO
               GO TO 8500-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE SPACES               TO QTS306-PRMOFFERID
           MOVE ZERO                 TO QTS306-PRM
           START QTS306-TOKUTEN KEY IS >= QTS306-SEG
               INVALID KEY
                   GO TO 8500-EXIT
           END-START
           READ QTS306-TOKUTEN NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 8600-TOKUTEN-ONE UNTIL WS-EOF.

       8500-EXIT.
           EXIT.

       8600-TOKUTEN-ONE.
           IF  QTS306-SEISANSTS = "1"
               PERFORM 4700-FIND-TOKUTEN-KAMEI
               IF  WS-HIT
               AND WS-KM-TKKAISHU(WS-KX) > ZERO
                   IF  QTS306-SEISANZAN > WS-KM-TKKAISHU(WS-KX)
                       MOVE WS-KM-TKKAISHU(WS-KX) TO WS-TOKUTEN-WK
                   ELSE
                       MOVE QTS306-SEISANZAN      TO WS-TOKUTEN-WK
                   END-IF
                   SUBTRACT WS-TOKUTEN-WK FROM QTS306-SEISANZAN
                   SUBTRACT WS-TOKUTEN-WK FROM WS-KM-TKKAISHU(WS-KX)
                   IF  QTS306-SEISANZAN = ZERO
                       MOVE "2"          TO QTS306-SEISANSTS
                       MOVE WS-TODAY     TO QTS306-SEISANYMD
                   END-IF
                   MOVE WS-TODAY         TO QTS306-HOSTSHORIYMD
                   MOVE WS-NOW-TIME      TO QTS306-HOSTSHORITIME
                   MOVE WS-TODAY         TO QTS306-SVRKOUSHINYMD
                   REWRITE QTS306-REC
               END-IF
           END-IF
           READ QTS306-TOKUTEN NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       9000-TERMINATE.
           OPEN EXTEND JISSEKI-OUTFILE
           MOVE WS-TODAY             TO JSO-SHIHARAIYMD
           MOVE PRM-TAISHONENGETU    TO JSO-TAISHONENGETU
           MOVE WS-SHIHARAI-KNG      TO JSO-KINGAKU
           MOVE WS-FURIKOMI-COUNT    TO JSO-KENSU
           WRITE JISSEKI-OUT-REC
           CLOSE JISSEKI-OUTFILE
           DISPLAY "QTS078B: FURIKOMI=" WS-FURIKOMI-COUNT
                   " HORYU=" WS-HORYU-COUNT
                   " KAIJO=" WS-KAIJO-COUNT
                   " ERROR=" WS-ERROR-COUNT
           DISPLAY "QTS078B: SENBARAI-JOGAI=" WS-SENBARAI-COUNT
                   " CB-KAISHU=" WS-KAISHU-KNG
                   " TOKUTEN-KAISHU=" WS-TOKUTEN-KNG
           CLOSE SEISAN-PARAM
           CLOSE QTS050-URIAGE
           CLOSE QTS276-SENBARAI
           CLOSE QTS306-TOKUTEN
           CLOSE QTS075-KAMEIFILE
           CLOSE QTS074-KOZAFILE
           CLOSE QTS140-BANKTBL
