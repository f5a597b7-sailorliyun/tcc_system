      *8...........2.........3.........4.........5........6........7.........8
      *    QTS287B
      ****************************************************************
      *                ポイント不正利用検知バッチ（日次）            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員ごとのポイントの動きを次の観点で採点し、ポイント不正
      *    スコアファイル（QTS287）へ作り直す。
      *      獲得急増    ：判定期間の獲得（利用明細行QCS041の付与
      *                    ポイントとポイントロットQTS149の付与）が
      *                    基準期間の日割平均の所定倍を超える
      *      取消分獲得  ：判定期間に計上された利用明細修正（QCS051）
      *                    のうち減額のもので、元の利用にポイントが
      *                    付与されていた
      *      獲得直後引換：景品交換（QTS087）の引換ポイントの半分以上
      *                    を、受注日以前の所定日数内の獲得で賄った
      *      移行連鎖    ：家族間移行（QTS084）で受け取った者が判定
      *                    期間内に更に移行した、または移行回数が
      *                    所定回数以上
      *    合計スコアが保留基準以上の会員は本会員カードで不正利用
      *    調査案件（QXS004、起票契機４）を起票し、未出荷の景品交換
      *    受注を保留（受注状態４）してフルフィルメント業者へ出荷
      *    停止を指示する。保留中の受注は、調査案件が「不正でない」
      *    で終結すれば出荷を再開し、「不正確定」で終結すれば取消
      *    して在庫を戻す（引換ポイントは戻さない）。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS287B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KENSHU-PARAM    ASSIGN TO "QTS287PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QCS041-DTLFILE  ASSIGN TO "QCS041"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QCS041-PRM
                   FILE STATUS IS WS-QCS041-STATUS.
           SELECT  QTS149-LOTFILE  ASSIGN TO "QTS149"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS149-SEG
                   FILE STATUS IS WS-QTS149-STATUS.
           SELECT  QCS051-CORRFILE ASSIGN TO "QCS051"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QCS051-STATUS.
           SELECT  QTS087-JUCHU    ASSIGN TO "QTS087"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS087-PRMJUCHUNO
                   FILE STATUS IS WS-QTS087-STATUS.
           SELECT  QTS086-CATALOG  ASSIGN TO "QTS086"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS086-PRMSHOHINCD
                   FILE STATUS IS WS-QTS086-STATUS.
           SELECT  QTS084-POOLFILE ASSIGN TO "QTS084"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS084-PRM
                   FILE STATUS IS WS-QTS084-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QXS004-CASEFILE ASSIGN TO "QXS004"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QXS004-PRMCARDNO
                   FILE STATUS IS WS-QXS004-STATUS.
           SELECT  QTS287-SCOREFILE ASSIGN TO "QTS287"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS287-SEG
                   FILE STATUS IS WS-QTS287-STATUS.
           SELECT  SHUKKA-STOPFILE ASSIGN TO "QTS287SS"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  KENSHU-RPTFILE  ASSIGN TO "QTS287RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KENSHU-PARAM.
       01  KENSHU-PARAM-REC.
           05  PRM-KIKAN               PIC 9(02).
      *        判定期間日数（当日を含む、最大３１）
           05  PRM-KIJUN               PIC 9(03).
      *        基準期間日数（判定期間の前日から遡る）
           05  PRM-BAIRITSU            PIC 9(02).
      *        獲得急増とみなす日割平均の倍率
           05  PRM-KYUZO-MIN           PIC 9(07).
      *        獲得急増とみなす判定期間獲得の下限
           05  PRM-SOKU-NISSU          PIC 9(02).
      *        獲得直後引換とみなす受注日前の日数
           05  PRM-IKO-KAISU           PIC 9(02).
      *        移行連鎖とみなす判定期間内の移行回数
           05  PRM-HOUKOKU-SCORE       PIC 9(03).
           05  PRM-HORYU-SCORE         PIC 9(03).
       FD  QCS041-DTLFILE.
       01  QCS041-REC.
           COPY QCS041 REPLACING ==()== BY ==QCS041==.
       FD  QTS149-LOTFILE.
       01  QTS149-REC.
           COPY QTS149 REPLACING ==()== BY ==QTS149==.
       FD  QCS051-CORRFILE.
       01  QCS051-REC.
           COPY QCS051 REPLACING ==()== BY ==QCS051==.
       FD  QTS087-JUCHU.
       01  QTS087-REC.
           COPY QTS087 REPLACING ==()== BY ==QTS087==.
       FD  QTS086-CATALOG.
       01  QTS086-REC.
           COPY QTS086 REPLACING ==()== BY ==QTS086==.
       FD  QTS084-POOLFILE.
       01  QTS084-REC.
           COPY QTS084 REPLACING ==()== BY ==QTS084==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QXS004-CASEFILE.
       01  QXS004-REC.
           COPY QXS004 REPLACING ==()== BY ==QXS004==.
       FD  QTS287-SCOREFILE.
       01  QTS287-REC.
           COPY QTS287 REPLACING ==()== BY ==QTS287==.
       FD  SHUKKA-STOPFILE.
       01  SHUKKA-STOP-REC.
      *    フルフィルメント業者への出荷停止・再開指示データ
           05  SSO-SHIJIKBN            PIC X(01).
      *        S:出荷停止  R:出荷再開  C:受注取消
           05  SSO-JUCHUNO             PIC 9(08).
           05  SSO-SHOHINCD            PIC 9(05).
           05  SSO-NAIBUKAIINNO        PIC 9(08).
       FD  KENSHU-RPTFILE.
       01  KENSHU-RPT-LINE             PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QCS041-STATUS        PIC X(02).
       01  WS-QTS149-STATUS        PIC X(02).
       01  WS-QCS051-STATUS        PIC X(02).
       01  WS-QTS087-STATUS        PIC X(02).
       01  WS-QTS086-STATUS        PIC X(02).
       01  WS-QTS084-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QXS004-STATUS        PIC X(02).
       01  WS-QTS287-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SUB-EOF-SW           PIC X(01).
           88  WS-SUB-EOF                        VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-MB-ARI-SW            PIC X(01)     VALUE "N".
           88  WS-MB-ARI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TODAY-INT            PIC 9(08).
       01  WS-KIKAN-FROM           PIC 9(08).
       01  WS-NX                   PIC S9(05).
       01  WS-DX                   PIC S9(05).
       01  WS-DX-TO                PIC S9(05).
       01  WS-UX                   PIC 9(02).
       01  WS-TRI-IX               PIC 9(01).
      *    観点別の点数
       01  WS-TEN-KYUZO            PIC 9(03)     VALUE 040.
       01  WS-TEN-TORIKESHI        PIC 9(03)     VALUE 030.
       01  WS-TEN-SOKUHIKI         PIC 9(03)     VALUE 020.
       01  WS-TEN-IKO              PIC 9(03)     VALUE 030.
      *    会員キー（スコアレコードの取得用）
       01  WS-SK-KEY.
           05  WS-SK-KIGYOUCD      PIC 9(04).
           05  WS-SK-SUBRANGEKEY   PIC 9(04).
           05  WS-SK-NAIBUKAIINNO  PIC 9(08).
       01  WS-MB-KEY               PIC X(16).
       01  WS-LINE-POINT           PIC S9(11).
       01  WS-TORI-POINT           PIC S9(11).
       01  WS-KAKUTOKU-WA          PIC S9(11).
       01  WS-KYUZO-SAYU           PIC S9(15).
       01  WS-KYUZO-UHEN           PIC S9(15).
      *    家族間移行（世帯単位）
       01  WS-IKO-KENSU            PIC 9(05).
       01  WS-IKO-POINT            PIC 9(09).
       01  WS-IKO-RENSA-SW         PIC X(01).
           88  WS-IKO-RENSA                      VALUE "Y".
       01  WS-UKETORI-TBL.
           05  WS-UKETORI          OCCURS 10     PIC X(01).
      *    調査案件の追記
       01  WS-TR-RIYOUDATETIME     PIC X(14).
       01  WS-TR-KINGAKU           PIC 9(11).
       01  WS-TR-SCORE             PIC 9(04).
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
      *    件数
       01  WS-KAKUTOKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-SOKUHIKI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-IKO-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-HOUKOKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KISO-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-SAIKAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KIZON-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-HORYU-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KAIJO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TORIKESHI-JUCHU-COUNT PIC 9(07)    VALUE ZERO.
       01  WS-NG-COUNT             PIC 9(07)     VALUE ZERO.
      *    帳票
       01  WS-RP-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-NAIBUKAIINNO  PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GOUKEI        PIC ZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KYUZO         PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TORIKESHI     PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SOKUHIKI      PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-IKO           PIC ZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-CHOKKIN       PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KIJUN         PIC ----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TORIKENSU     PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SOKUKENSU     PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-IKOKENSU      PIC ZZZZ9.
           05  WS-RP-RENSA         PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HANTEI        PIC N(10).
       01  WS-RJ-LINE.
           05  FILLER              PIC X(04)     VALUE "  * ".
           05  WS-RJ-JUCHUNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RJ-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RJ-NAIBUKAIINNO  PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RJ-SHOHINCD      PIC 9(05).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RJ-POINT         PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RJ-JUCHUYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RJ-SHORI         PIC N(08).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-MEISAI
           PERFORM 3000-SCAN-LOT
           PERFORM 4000-SCAN-TORIKESHI
           PERFORM 5000-SCAN-HIKIKAE
           PERFORM 6000-SCAN-IKO
           PERFORM 7000-HANTEI
           PERFORM 8000-HORYU-JUCHU
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  KENSHU-PARAM
           READ KENSHU-PARAM
               AT END
                   MOVE 07      TO PRM-KIKAN
                   MOVE 090     TO PRM-KIJUN
                   MOVE 05      TO PRM-BAIRITSU
                   MOVE 0005000 TO PRM-KYUZO-MIN
                   MOVE 03      TO PRM-SOKU-NISSU
                   MOVE 03      TO PRM-IKO-KAISU
                   MOVE 030     TO PRM-HOUKOKU-SCORE
                   MOVE 060     TO PRM-HORYU-SCORE
           END-READ
           CLOSE KENSHU-PARAM
           IF  PRM-KIKAN = ZERO
           OR  PRM-KIKAN > 31
               MOVE 31 TO PRM-KIKAN
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - PRM-KIKAN + 1) TO WS-KIKAN-FROM
           OPEN INPUT  QCS041-DTLFILE
           OPEN INPUT  QTS149-LOTFILE
           OPEN INPUT  QCS051-CORRFILE
           OPEN I-O    QTS087-JUCHU
           OPEN I-O    QTS086-CATALOG
           OPEN INPUT  QTS084-POOLFILE
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QXS004-CASEFILE
           OPEN OUTPUT QTS287-SCOREFILE
           OPEN OUTPUT SHUKKA-STOPFILE
           OPEN OUTPUT KENSHU-RPTFILE.

      * 日付を当日からの経過日数の添字にする（当日が１）。計上日
      * 等が無いときは範囲外とする。
       1100-CALC-NX.
           IF  WS-NX = ZERO
               MOVE 99999 TO WS-NX
           ELSE
               COMPUTE WS-NX = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-NX) + 1
           END-IF.

      ****************************************************************
      * 利用明細行（QCS041）を会員順に読み、判定期間と基準期間の  *
      * 付与ポイントを集計する。判定期間に獲得のある会員だけスコア*
      * レコードを作る。                                          *
      ****************************************************************
       2000-SCAN-MEISAI.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QCS041-PRM
           START QCS041-DTLFILE KEY >= QCS041-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 2100-READ-MEISAI UNTIL WS-EOF
           PERFORM 2300-FLUSH-MEMBER
           CLOSE QTS287-SCOREFILE
           OPEN I-O QTS287-SCOREFILE.

       2100-READ-MEISAI.
           READ QCS041-DTLFILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               PERFORM 2200-ADD-MEISAI THRU 2200-EXIT
           END-IF.

       2200-ADD-MEISAI.
           MOVE QCS041-PRMROKE       TO WS-MB-KEY(1:8)
           MOVE QCS041-PRMNAIBUKAIINNO TO WS-MB-KEY(9:8)
           IF  NOT WS-MB-ARI
           OR  WS-MB-KEY NOT = QTS287-SEG
               PERFORM 2300-FLUSH-MEMBER
               INITIALIZE QTS287-REC
               MOVE QCS041-PRMKIGYOUCD TO QTS287-PRMKIGYOUCD
               MOVE QCS041-PRMSUBRANGEKEY
                   TO QTS287-PRMSUBRANGEKEY
               MOVE QCS041-PRMNAIBUKAIINNO
                   TO QTS287-PRMNAIBUKAIINNO
               MOVE WS-TODAY         TO QTS287-HANTEIYMD
               SET WS-MB-ARI TO TRUE
           END-IF
           COMPUTE WS-LINE-POINT =
               QCS041-GMSGAKUPOINTSU + QCS041-GMSBOGAKUPOINTSU
           IF  WS-LINE-POINT = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE QCS041-KEIJYOUBI     TO WS-NX
           PERFORM 1100-CALC-NX
           IF  WS-NX >= 1
           AND WS-NX <= PRM-KIKAN
               ADD WS-LINE-POINT TO QTS287-CHOKKINPOINT
               ADD WS-LINE-POINT TO QTS287-NICHIBETSU(WS-NX)
           ELSE
               IF  WS-NX > PRM-KIKAN
               AND WS-NX <= PRM-KIKAN + PRM-KIJUN
                   ADD WS-LINE-POINT TO QTS287-KIJUNPOINT
               END-IF
           END-IF.

       2200-EXIT.
           EXIT.

       2300-FLUSH-MEMBER.
           IF  WS-MB-ARI
           AND QTS287-CHOKKINPOINT > ZERO
               MOVE WS-TODAY         TO QTS287-HOSTSHORIYMD
               MOVE WS-NOW-TIME      TO QTS287-HOSTSHORITIME
               MOVE WS-TODAY         TO QTS287-SVRKOUSHINYMD
               WRITE QTS287-REC
               ADD 1 TO WS-KAKUTOKU-COUNT
           END-IF
           MOVE "N" TO WS-MB-ARI-SW.

      ****************************************************************
      * 期限付ボーナスロット（QTS149）の付与を獲得に加える。基準  *
      * 期間の付与は既にスコアレコードのある会員だけ加える。      *
      ****************************************************************
       3000-SCAN-LOT.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS149-SEG
           START QTS149-LOTFILE KEY >= QTS149-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-READ-LOT UNTIL WS-EOF.

       3100-READ-LOT.
           READ QTS149-LOTFILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
           AND QTS149-FUYOPOINT > ZERO
               MOVE QTS149-FUYOYMD   TO WS-NX
               PERFORM 1100-CALC-NX
               MOVE QTS149-PRMKIGYOUCD TO WS-SK-KIGYOUCD
               MOVE QTS149-PRMSUBRANGEKEY TO WS-SK-SUBRANGEKEY
               MOVE QTS149-PRMNAIBUKAIINNO TO WS-SK-NAIBUKAIINNO
               IF  WS-NX >= 1
               AND WS-NX <= PRM-KIKAN
                   PERFORM 8800-GET-SCORE
                   ADD QTS149-FUYOPOINT TO QTS287-CHOKKINPOINT
                   ADD QTS149-FUYOPOINT
                       TO QTS287-NICHIBETSU(WS-NX)
                   PERFORM 8900-SAVE-SCORE
               ELSE
                   IF  WS-NX > PRM-KIKAN
                   AND WS-NX <= PRM-KIKAN + PRM-KIJUN
                       MOVE WS-SK-KEY TO QTS287-SEG
                       READ QTS287-SCOREFILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD QTS149-FUYOPOINT
                                   TO QTS287-KIJUNPOINT
                               REWRITE QTS287-REC
                       END-READ
                   END-IF
               END-IF
           END-IF.

      ****************************************************************
      * 判定期間に計上された減額の利用明細修正（QCS051）について、*
      * 元の利用の明細行（QCS041）に付与されたポイントを集計する。*
      ****************************************************************
       4000-SCAN-TORIKESHI.
           MOVE "N" TO WS-EOF-SW
           PERFORM 4100-READ-TORIKESHI UNTIL WS-EOF.

       4100-READ-TORIKESHI.
           READ QCS051-CORRFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
           AND QCS051-SHUSEIGAKU < ZERO
               MOVE QCS051-KEIJYOUBI TO WS-NX
               PERFORM 1100-CALC-NX
               IF  WS-NX >= 1
               AND WS-NX <= PRM-KIKAN
                   PERFORM 4200-SUM-MOTO-POINT
                   IF  WS-TORI-POINT > ZERO
                       MOVE QCS051-PRMKIGYOUCD TO WS-SK-KIGYOUCD
                       MOVE QCS051-PRMSUBRANGEKEY
                           TO WS-SK-SUBRANGEKEY
                       MOVE QCS051-PRMNAIBUKAIINNO
                           TO WS-SK-NAIBUKAIINNO
                       PERFORM 8800-GET-SCORE
                       ADD 1 TO QTS287-TORIKESHIKENSU
                       ADD WS-TORI-POINT TO QTS287-TORIKESHIPOINT
                       PERFORM 8900-SAVE-SCORE
                       ADD 1 TO WS-TORIKESHI-COUNT
                   END-IF
               END-IF
           END-IF.

       4200-SUM-MOTO-POINT.
           MOVE ZERO TO WS-TORI-POINT
           MOVE "N" TO WS-SUB-EOF-SW
           MOVE QCS051-PRMROKE       TO QCS041-PRMROKE
           MOVE QCS051-PRMNAIBUKAIINNO TO QCS041-PRMNAIBUKAIINNO
           MOVE QCS051-PRMTORIHIKINO TO QCS041-PRMTORIHIKINO
           MOVE ZERO                 TO QCS041-PRMGYOUNO
           START QCS041-DTLFILE KEY >= QCS041-PRM
               INVALID KEY SET WS-SUB-EOF TO TRUE
           END-START
           PERFORM 4300-READ-MOTO UNTIL WS-SUB-EOF.

       4300-READ-MOTO.
           READ QCS041-DTLFILE NEXT
               AT END SET WS-SUB-EOF TO TRUE
           END-READ
           IF  NOT WS-SUB-EOF
               IF  QCS041-PRMROKE = QCS051-PRMROKE
               AND QCS041-PRMNAIBUKAIINNO = QCS051-PRMNAIBUKAIINNO
               AND QCS041-PRMTORIHIKINO = QCS051-PRMTORIHIKINO
                   COMPUTE WS-TORI-POINT = WS-TORI-POINT
                       + QCS041-GMSGAKUPOINTSU
                       + QCS041-GMSBOGAKUPOINTSU
               ELSE
                   SET WS-SUB-EOF TO TRUE
               END-IF
           END-IF.

      ****************************************************************
      * 判定期間の景品交換受注について、受注日以前の所定日数内の  *
      * 獲得が引換ポイントの半分以上あれば獲得直後引換とする。    *
      ****************************************************************
       5000-SCAN-HIKIKAE.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS087-SEG
           START QTS087-JUCHU KEY >= QTS087-PRMJUCHUNO
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 5100-READ-HIKIKAE UNTIL WS-EOF.

       5100-READ-HIKIKAE.
           READ QTS087-JUCHU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
           AND QTS087-JUCHUSTS NOT = "9"
               MOVE QTS087-JUCHUYMD  TO WS-NX
               PERFORM 1100-CALC-NX
               IF  WS-NX >= 1
               AND WS-NX <= PRM-KIKAN
                   MOVE QTS087-KAI   TO QTS287-SEG
                   READ QTS287-SCOREFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 5200-CHECK-SOKUHIKI
                   END-READ
               END-IF
           END-IF.

       5200-CHECK-SOKUHIKI.
           MOVE ZERO TO WS-KAKUTOKU-WA
           COMPUTE WS-DX-TO = WS-NX + PRM-SOKU-NISSU
           IF  WS-DX-TO > PRM-KIKAN
               MOVE PRM-KIKAN TO WS-DX-TO
           END-IF
           PERFORM 5300-ADD-NICHIBETSU
               VARYING WS-DX FROM WS-NX BY 1
               UNTIL WS-DX > WS-DX-TO
           IF  WS-KAKUTOKU-WA > ZERO
           AND WS-KAKUTOKU-WA * 2 >= QTS087-POINTKAKAKU
               ADD 1 TO QTS287-SOKUHIKIKENSU
               ADD QTS087-POINTKAKAKU TO QTS287-SOKUHIKIPOINT
               MOVE WS-TODAY         TO QTS287-SVRKOUSHINYMD
               REWRITE QTS287-REC
               ADD 1 TO WS-SOKUHIKI-COUNT
           END-IF.

       5300-ADD-NICHIBETSU.
           ADD QTS287-NICHIBETSU(WS-DX) TO WS-KAKUTOKU-WA.

      ****************************************************************
      * 家族間移行の履歴（QTS084、レコード区分２）を世帯ごとに見て*
      * 受け取った者が更に移行した連鎖と移行回数を数える。        *
      ****************************************************************
       6000-SCAN-IKO.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-MB-ARI-SW
           MOVE LOW-VALUES TO QTS084-PRM
           START QTS084-POOLFILE KEY >= QTS084-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 6100-READ-IKO UNTIL WS-EOF
           PERFORM 6300-FLUSH-SETAI.

       6100-READ-IKO.
           READ QTS084-POOLFILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               PERFORM 6200-ADD-IKO THRU 6200-EXIT
           END-IF.

       6200-ADD-IKO.
           IF  NOT WS-MB-ARI
           OR  QTS084-PRMKIGYOUCD NOT = WS-SK-KIGYOUCD
           OR  QTS084-PRMSUBRANGEKEY NOT = WS-SK-SUBRANGEKEY
           OR  QTS084-PRMNAIBUKAIINNO NOT = WS-SK-NAIBUKAIINNO
               PERFORM 6300-FLUSH-SETAI
               MOVE QTS084-PRMKIGYOUCD TO WS-SK-KIGYOUCD
               MOVE QTS084-PRMSUBRANGEKEY TO WS-SK-SUBRANGEKEY
               MOVE QTS084-PRMNAIBUKAIINNO TO WS-SK-NAIBUKAIINNO
               MOVE ZERO  TO WS-IKO-KENSU
               MOVE ZERO  TO WS-IKO-POINT
               MOVE "N"   TO WS-IKO-RENSA-SW
               MOVE SPACES TO WS-UKETORI-TBL
               SET WS-MB-ARI TO TRUE
           END-IF
           IF  QTS084-PRMRECKBN NOT = 2
               GO TO 6200-EXIT
           END-IF
           MOVE QTS084-TOUROKUYMD    TO WS-NX
           PERFORM 1100-CALC-NX
           IF  WS-NX < 1
           OR  WS-NX > PRM-KIKAN
               GO TO 6200-EXIT
           END-IF
           ADD 1 TO WS-IKO-KENSU
           ADD QTS084-IKOPOINT       TO WS-IKO-POINT
           COMPUTE WS-UX = QTS084-IKOMOTORIYOUSHACD + 1
           IF  WS-UKETORI(WS-UX) = "Y"
               SET WS-IKO-RENSA TO TRUE
           END-IF
           COMPUTE WS-UX = QTS084-IKOSAKIRIYOUSHACD + 1
           MOVE "Y" TO WS-UKETORI(WS-UX).

       6200-EXIT.
           EXIT.

       6300-FLUSH-SETAI.
           IF  WS-MB-ARI
           AND WS-IKO-KENSU > ZERO
               PERFORM 8800-GET-SCORE
               MOVE WS-IKO-KENSU     TO QTS287-IKOKENSU
               MOVE WS-IKO-POINT     TO QTS287-IKOPOINT
               IF  WS-IKO-RENSA
                   MOVE "1"          TO QTS287-IKORENSAKBN
               END-IF
               PERFORM 8900-SAVE-SCORE
               ADD 1 TO WS-IKO-COUNT
           END-IF
           MOVE "N" TO WS-MB-ARI-SW.

      ****************************************************************
      * 観点ごとに採点して合計し、報告基準以上を帳票へ出す。保留  *
      * 基準以上は調査案件を起票する。                            *
      ****************************************************************
       7000-HANTEI.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS287-SEG
           START QTS287-SCOREFILE KEY >= QTS287-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 7100-READ-SCORE UNTIL WS-EOF.

       7100-READ-SCORE.
           READ QTS287-SCOREFILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               PERFORM 7200-SAITEN
           END-IF.

      * 獲得急増は日割平均の比較を掛け算で行う（基準期間の獲得が
      * 無い会員は下限を超えれば急増とする）。
       7200-SAITEN.
           MOVE ZERO TO QTS287-KYUZOSCORE
           MOVE ZERO TO QTS287-TORIKESHISCORE
           MOVE ZERO TO QTS287-SOKUHIKISCORE
           MOVE ZERO TO QTS287-IKOSCORE
           COMPUTE WS-KYUZO-SAYU =
               QTS287-CHOKKINPOINT * PRM-KIJUN
           COMPUTE WS-KYUZO-UHEN =
               QTS287-KIJUNPOINT * PRM-KIKAN * PRM-BAIRITSU
           IF  QTS287-CHOKKINPOINT >= PRM-KYUZO-MIN
           AND WS-KYUZO-SAYU > WS-KYUZO-UHEN
               MOVE WS-TEN-KYUZO     TO QTS287-KYUZOSCORE
           END-IF
           IF  QTS287-TORIKESHIKENSU > ZERO
               MOVE WS-TEN-TORIKESHI TO QTS287-TORIKESHISCORE
           END-IF
           IF  QTS287-SOKUHIKIKENSU > ZERO
               MOVE WS-TEN-SOKUHIKI  TO QTS287-SOKUHIKISCORE
           END-IF
           IF  QTS287-IKORENSAKBN = "1"
           OR  QTS287-IKOKENSU >= PRM-IKO-KAISU
               MOVE WS-TEN-IKO       TO QTS287-IKOSCORE
           END-IF
           COMPUTE QTS287-GOUKEISCORE =
               QTS287-KYUZOSCORE + QTS287-TORIKESHISCORE
               + QTS287-SOKUHIKISCORE + QTS287-IKOSCORE
           MOVE SPACE TO QTS287-HANTEIKBN
           IF  QTS287-GOUKEISCORE >= PRM-HORYU-SCORE
               PERFORM 7300-KISO THRU 7300-EXIT
           ELSE
               IF  QTS287-GOUKEISCORE >= PRM-HOUKOKU-SCORE
                   MOVE "1" TO QTS287-HANTEIKBN
               END-IF
           END-IF
           IF  QTS287-HANTEIKBN NOT = SPACE
               PERFORM 7500-WRITE-RPT
           END-IF
           MOVE WS-TODAY             TO QTS287-SVRKOUSHINYMD
           REWRITE QTS287-REC.

      * 本会員カードで調査案件を起票する。判定期間内に「不正でない」
      * で終結した案件は再起票しない（報告のみ）。それ以外で終結
      * 済の案件は起票契機４として調査中へ戻す。
       7300-KISO.
           MOVE "1" TO QTS287-HANTEIKBN
           MOVE QTS287-SEG           TO QTS010-PRM
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS287B: MEMBER NASHI "
                       QTS287-PRMNAIBUKAIINNO
                   GO TO 7300-EXIT
           END-READ
           IF  QTS010-TKSCARDNO = ZERO
               ADD 1 TO WS-NG-COUNT
               DISPLAY "QTS287B: CARD NASHI " QTS287-PRMNAIBUKAIINNO
               GO TO 7300-EXIT
           END-IF
           MOVE QTS010-TKSCARDNO     TO QTS287-CARDNO
           MOVE QTS287-CARDNO        TO QXS004-PRMCARDNO
           READ QXS004-CASEFILE
               INVALID KEY
                   INITIALIZE QXS004-REC
                   MOVE QTS287-CARDNO  TO QXS004-PRMCARDNO
                   MOVE WS-TODAY       TO QXS004-OPENYMD
                   MOVE "4"            TO QXS004-TRIGGERKBN
                   MOVE QTS287-GOUKEISCORE TO QXS004-TRIGGERSCORE
                   MOVE "1"            TO QXS004-CASESTS
                   MOVE WS-TODAY       TO QXS004-HOSTSHORIYMD
                   MOVE WS-NOW-TIME    TO QXS004-HOSTSHORITIME
                   MOVE WS-TODAY       TO QXS004-SVRKOUSHINYMD
                   WRITE QXS004-REC
                   ADD 1 TO WS-KISO-COUNT
                   MOVE "2"            TO QTS287-HANTEIKBN
                   GO TO 7300-EXIT
           END-READ
           EVALUATE TRUE
               WHEN QXS004-CASESTS = "1"
                   ADD 1 TO WS-KIZON-COUNT
                   MOVE "2"            TO QTS287-HANTEIKBN
               WHEN QXS004-DISPOSITION = "2"
                AND QXS004-DISPOSEYMD >= WS-KIKAN-FROM
                   MOVE "3"            TO QTS287-HANTEIKBN
               WHEN OTHER
                   MOVE WS-TODAY       TO QXS004-OPENYMD
                   MOVE "4"            TO QXS004-TRIGGERKBN
                   MOVE QTS287-GOUKEISCORE TO QXS004-TRIGGERSCORE
                   MOVE ZERO           TO QXS004-TORIHIKICOUNT
                   MOVE "1"            TO QXS004-CASESTS
                   MOVE SPACE          TO QXS004-DISPOSITION
                   MOVE ZERO           TO QXS004-DISPOSEYMD
                   MOVE WS-TODAY       TO QXS004-HOSTSHORIYMD
                   MOVE WS-NOW-TIME    TO QXS004-HOSTSHORITIME
                   MOVE WS-TODAY       TO QXS004-SVRKOUSHINYMD
                   REWRITE QXS004-REC
                   ADD 1 TO WS-SAIKAI-COUNT
                   MOVE "2"            TO QTS287-HANTEIKBN
           END-EVALUATE.

       7300-EXIT.
           EXIT.

       7500-WRITE-RPT.
           MOVE QTS287-PRMKIGYOUCD   TO WS-RP-KIGYOUCD
           MOVE QTS287-PRMNAIBUKAIINNO TO WS-RP-NAIBUKAIINNO
           MOVE QTS287-GOUKEISCORE   TO WS-RP-GOUKEI
           MOVE QTS287-KYUZOSCORE    TO WS-RP-KYUZO
           MOVE QTS287-TORIKESHISCORE TO WS-RP-TORIKESHI
           MOVE QTS287-SOKUHIKISCORE TO WS-RP-SOKUHIKI
           MOVE QTS287-IKOSCORE      TO WS-RP-IKO
           MOVE QTS287-CHOKKINPOINT  TO WS-RP-CHOKKIN
           MOVE QTS287-KIJUNPOINT    TO WS-RP-KIJUN
           MOVE QTS287-TORIKESHIKENSU TO WS-RP-TORIKENSU
           MOVE QTS287-SOKUHIKIKENSU TO WS-RP-SOKUKENSU
           MOVE QTS287-IKOKENSU      TO WS-RP-IKOKENSU
           MOVE QTS287-IKORENSAKBN   TO WS-RP-RENSA
           EVALUATE QTS287-HANTEIKBN
               WHEN "2"
                   MOVE "受注保留・調査起票" TO WS-RP-HANTEI
               WHEN "3"
                   MOVE "調査済（不正でない）" TO WS-RP-HANTEI
               WHEN OTHER
                   MOVE "報告"               TO WS-RP-HANTEI
           END-EVALUATE
           MOVE WS-RP-LINE           TO KENSHU-RPT-LINE
           WRITE KENSHU-RPT-LINE
           ADD 1 TO WS-HOUKOKU-COUNT.

      ****************************************************************
      * 景品交換受注を見直す。判定区分２の会員の未出荷受注は保留  *
      * し、保留中の受注は調査案件の終結内容で再開・取消する。    *
      ****************************************************************
       8000-HORYU-JUCHU.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS087-SEG
           START QTS087-JUCHU KEY >= QTS087-PRMJUCHUNO
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 8100-READ-JUCHU UNTIL WS-EOF.

       8100-READ-JUCHU.
           READ QTS087-JUCHU NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               EVALUATE TRUE
                   WHEN QTS087-JUCHUSTS = "1"
                    AND QTS087-SHUKKAYMD = ZERO
                       PERFORM 8200-HORYU THRU 8200-EXIT
                   WHEN QTS087-JUCHUSTS = "4"
                       PERFORM 8400-MINAOSHI THRU 8400-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       8200-HORYU.
           MOVE QTS087-KAI           TO QTS287-SEG
           READ QTS287-SCOREFILE
               INVALID KEY
                   GO TO 8200-EXIT
           END-READ
           IF  QTS287-HANTEIKBN NOT = "2"
               GO TO 8200-EXIT
           END-IF
           MOVE "4"                  TO QTS087-JUCHUSTS
           MOVE WS-TODAY             TO QTS087-SVRKOUSHINYMD
           REWRITE QTS087-REC
           MOVE "S"                  TO SSO-SHIJIKBN
           PERFORM 8700-WRITE-SHIJI
           ADD 1 TO QTS287-HORYUKENSU
           REWRITE QTS287-REC
           ADD 1 TO WS-HORYU-COUNT
           MOVE "出荷停止（保留）" TO WS-RJ-SHORI
           PERFORM 8750-WRITE-RJ
           MOVE QTS287-CARDNO        TO QXS004-PRMCARDNO
           READ QXS004-CASEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QXS004-CASESTS = "1"
                       PERFORM 8300-APPEND-TORIHIKI
                   END-IF
           END-READ.

       8200-EXIT.
           EXIT.

      * 保留した受注を契機取引として案件へ積む（受注日・引換
      * ポイント・スコア）。再実行で二重に積まない。
       8300-APPEND-TORIHIKI.
           MOVE QTS087-JUCHUYMD      TO WS-TR-RIYOUDATETIME(1:8)
           MOVE "000000"             TO WS-TR-RIYOUDATETIME(9:6)
           MOVE QTS087-POINTKAKAKU   TO WS-TR-KINGAKU
           MOVE QTS287-GOUKEISCORE   TO WS-TR-SCORE
           MOVE "N" TO WS-HIT-SW
           PERFORM 8310-COMPARE-TORIHIKI
               VARYING WS-TRI-IX FROM 1 BY 1
               UNTIL WS-TRI-IX > QXS004-TORIHIKICOUNT OR WS-HIT
           IF  NOT WS-HIT
           AND QXS004-TORIHIKICOUNT < 5
               ADD 1 TO QXS004-TORIHIKICOUNT
               MOVE WS-TR-RIYOUDATETIME
                   TO QXS004-TRIRIYOUDATETIME(QXS004-TORIHIKICOUNT)
               MOVE WS-TR-KINGAKU
                   TO QXS004-TRIKINGAKU(QXS004-TORIHIKICOUNT)
               MOVE WS-TR-SCORE
                   TO QXS004-TRISCORE(QXS004-TORIHIKICOUNT)
               MOVE WS-TODAY         TO QXS004-HOSTSHORIYMD
               MOVE WS-NOW-TIME      TO QXS004-HOSTSHORITIME
               MOVE WS-TODAY         TO QXS004-SVRKOUSHINYMD
               REWRITE QXS004-REC
           END-IF.

       8310-COMPARE-TORIHIKI.
           IF  QXS004-TRIRIYOUDATETIME(WS-TRI-IX) = WS-TR-RIYOUDATETIME
           AND QXS004-TRIKINGAKU(WS-TRI-IX) = WS-TR-KINGAKU
               SET WS-HIT TO TRUE
           END-IF.

      * 保留中の受注。案件が「不正でない」で終結していれば出荷を
      * 再開し、「不正確定」で終結していれば取消して在庫を戻す。
      * 調査中・連絡不能は保留のままとする。案件が無ければ再開。
       8400-MINAOSHI.
           MOVE QTS087-KAI           TO QTS010-PRM
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-NG-COUNT
                   DISPLAY "QTS287B: MEMBER NASHI "
                       QTS087-KAINAIBUKAIINNO
                   GO TO 8400-EXIT
           END-READ
           MOVE QTS010-TKSCARDNO     TO QXS004-PRMCARDNO
           READ QXS004-CASEFILE
               INVALID KEY
                   PERFORM 8500-SAIKAI
                   GO TO 8400-EXIT
           END-READ
           IF  QXS004-CASESTS NOT = "9"
               GO TO 8400-EXIT
           END-IF
           EVALUATE QXS004-DISPOSITION
               WHEN "2"
                   PERFORM 8500-SAIKAI
               WHEN "1"
                   PERFORM 8600-TORIKESHI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8400-EXIT.
           EXIT.

       8500-SAIKAI.
           MOVE "1"                  TO QTS087-JUCHUSTS
           MOVE WS-TODAY             TO QTS087-SVRKOUSHINYMD
           REWRITE QTS087-REC
           MOVE "R"                  TO SSO-SHIJIKBN
           PERFORM 8700-WRITE-SHIJI
           ADD 1 TO WS-KAIJO-COUNT
           MOVE "出荷再開"           TO WS-RJ-SHORI
           PERFORM 8750-WRITE-RJ.

       8600-TORIKESHI.
           MOVE "9"                  TO QTS087-JUCHUSTS
           MOVE WS-TODAY             TO QTS087-SVRKOUSHINYMD
           REWRITE QTS087-REC
           MOVE QTS087-SHOHINCD      TO QTS086-PRMSHOHINCD
           READ QTS086-CATALOG
               INVALID KEY
                   DISPLAY "QTS287B: SHOHIN NASHI " QTS087-SHOHINCD
               NOT INVALID KEY
                   ADD 1             TO QTS086-ZAIKOSUU
                   MOVE WS-TODAY     TO QTS086-SVRKOUSHINYMD
                   REWRITE QTS086-REC
           END-READ
           MOVE "C"                  TO SSO-SHIJIKBN
           PERFORM 8700-WRITE-SHIJI
           ADD 1 TO WS-TORIKESHI-JUCHU-COUNT
           MOVE "受注取消（不正）"   TO WS-RJ-SHORI
           PERFORM 8750-WRITE-RJ.

       8700-WRITE-SHIJI.
           MOVE QTS087-PRMJUCHUNO    TO SSO-JUCHUNO
           MOVE QTS087-SHOHINCD      TO SSO-SHOHINCD
           MOVE QTS087-KAINAIBUKAIINNO TO SSO-NAIBUKAIINNO
           WRITE SHUKKA-STOP-REC.

       8750-WRITE-RJ.
           MOVE QTS087-PRMJUCHUNO    TO WS-RJ-JUCHUNO
           MOVE QTS087-KAIKIGYOUCD   TO WS-RJ-KIGYOUCD
           MOVE QTS087-KAINAIBUKAIINNO TO WS-RJ-NAIBUKAIINNO
           MOVE QTS087-SHOHINCD      TO WS-RJ-SHOHINCD
           MOVE QTS087-POINTKAKAKU   TO WS-RJ-POINT
           MOVE QTS087-JUCHUYMD      TO WS-RJ-JUCHUYMD
           MOVE WS-RJ-LINE           TO KENSHU-RPT-LINE
           WRITE KENSHU-RPT-LINE.

      * 会員のスコアレコードを取得する。無ければ初期化して作る。
       8800-GET-SCORE.
           MOVE "N" TO WS-SHINKI-SW
           MOVE WS-SK-KEY            TO QTS287-SEG
           READ QTS287-SCOREFILE
               INVALID KEY
                   SET WS-SHINKI TO TRUE
                   INITIALIZE QTS287-REC
                   MOVE WS-SK-KEY    TO QTS287-SEG
                   MOVE WS-TODAY     TO QTS287-HANTEIYMD
           END-READ.

       8900-SAVE-SCORE.
           MOVE WS-TODAY             TO QTS287-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS287-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS287-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS287-REC
           ELSE
               REWRITE QTS287-REC
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS287B: KAKUTOKU=" WS-KAKUTOKU-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " SOKUHIKI=" WS-SOKUHIKI-COUNT
                   " IKO=" WS-IKO-COUNT
                   " HOUKOKU=" WS-HOUKOKU-COUNT
           DISPLAY "QTS287B: KISO=" WS-KISO-COUNT
                   " SAIKAI=" WS-SAIKAI-COUNT
                   " KIZON=" WS-KIZON-COUNT
                   " HORYU=" WS-HORYU-COUNT
                   " KAIJO=" WS-KAIJO-COUNT
                   " JUCHU-TORIKESHI=" WS-TORIKESHI-JUCHU-COUNT
                   " NG=" WS-NG-COUNT
           IF  WS-KISO-COUNT > ZERO
           OR  WS-SAIKAI-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE QCS041-DTLFILE
           CLOSE QTS149-LOTFILE
           CLOSE QCS051-CORRFILE
           CLOSE QTS087-JUCHU
           CLOSE QTS086-CATALOG
           CLOSE QTS084-POOLFILE
           CLOSE QTS010-MASTER
           CLOSE QXS004-CASEFILE
           CLOSE QTS287-SCOREFILE
           CLOSE SHUKKA-STOPFILE
           CLOSE KENSHU-RPTFILE.
