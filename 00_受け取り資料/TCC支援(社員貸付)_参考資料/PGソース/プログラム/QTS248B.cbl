      *8...........2.........3.........4.........5........6........7.........8
      *    QTS248B
      ****************************************************************
      *                消滅時効管理更新・時効接近リスト作成バッチ    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    延滞債権（QTS100の未回収残）と償却済債権（QTS105 状態３）
      *    を持つ会員について、最終入金日（QTS090）・最古の未済弁済期
      *    ・QTS248Mで登録された債務承認日のうち最も遅い日を起算日と
      *    して５年、判決確定後は確定日から１０年で満了日を求め、
      *    消滅時効管理（QTS248）を更新する。裁判上の請求が係属中の
      *    会員は完成猶予中とし、取下げ等で終了した会員は終了から
      *    ６か月は完成しない。援用済の会員は起算日を動かさない。
      *    満了日が指定月数以内に迫った会員と完成済・未援用の会員を
      *    時効接近リスト（QTS248RP）に出力する。月次で実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS248B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JIKO-PARAM      ASSIGN TO "QTS248PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS105-LEDGER   ASSIGN TO "QTS105"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS105-SEG
                   FILE STATUS IS WS-QTS105-STATUS.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  SORT-WORK       ASSIGN TO "SRTWK01".
           SELECT  JIKO-RPTFILE    ASSIGN TO "QTS248RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JIKO-PARAM.
       01  JIKO-PARAM-REC.
           05  PRM-YOKOKUTSUKISU       PIC 9(02).
      *        満了日が処理日からこの月数以内の会員をリストに出す
      *        （未設定時は６か月）
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS105-LEDGER.
       01  QTS105-REC.
           COPY QTS105 REPLACING ==()== BY ==QTS105==.
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-MEMBER.
             07  SRT-KIGYOUCD          PIC 9(04).
             07  SRT-SUBRANGEKEY       PIC 9(04).
             07  SRT-NAIBUKAIINNO      PIC 9(08).
           05  SRT-SHUBETSU            PIC 9(01).
      *        1:延滞明細（弁済期）  2:償却台帳  3:入金
           05  SRT-HIZUKE              PIC 9(08).
           05  SRT-SYOUKYAKUNO         PIC 9(08).
           05  SRT-KINGAKU             PIC S9(11).
       FD  JIKO-RPTFILE.
       01  JIKO-RPT-LINE               PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS105-STATUS        PIC X(02).
       01  WS-QTS090-STATUS        PIC X(02).
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-SRT-EOF                        VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01)     VALUE "N".
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-YOKOKU-TSUKISU       PIC 9(02)     VALUE 6.
       01  WS-YOKOKUYMD            PIC 9(08).
       01  WS-ENTAI-KNG            PIC S9(11).
       01  WS-KOUSHIN-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-SHINKI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-TAISHOGAI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-SEKKIN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KANSEI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ENYOU-COUNT          PIC 9(07)     VALUE ZERO.
      * 会員単位の集約
       01  WS-KAIIN.
           05  WS-KI-MEMBER.
             07  WS-KI-KIGYOUCD    PIC 9(04).
             07  WS-KI-SUBRANGEKEY PIC 9(04).
             07  WS-KI-NAIBUKAIINNO PIC 9(08).
           05  WS-KI-ENTAI-SW      PIC X(01).
           05  WS-KI-SYOKYAKU-SW   PIC X(01).
           05  WS-KI-BENSAIKIYMD   PIC 9(08).
           05  WS-KI-NYUKINYMD     PIC 9(08).
           05  WS-KI-ENTAIKNG      PIC S9(11).
           05  WS-KI-SYOUKYAKUNO   PIC 9(08).
           05  WS-KI-SYOKYAKUKNG   PIC S9(11).
           05  WS-KI-SYOKYAKUYMD   PIC 9(08).
      * 起算日・満了日の計算
       01  WS-KISANYMD             PIC 9(08).
       01  WS-KISANJIYU            PIC X(01).
       01  WS-MANRYOYMD            PIC 9(08).
       01  WS-HANKETSU-MANRYO      PIC 9(08).
      * 月数加算（7000-ADD-TSUKI）の作業域
       01  WS-DT-YMD               PIC 9(08).
       01  WS-DT-YMD-R             REDEFINES WS-DT-YMD.
           05  WS-DT-YYYY          PIC 9(04).
           05  WS-DT-MM            PIC 9(02).
           05  WS-DT-DD            PIC 9(02).
       01  WS-DT-TSUKI             PIC 9(04).
       01  WS-DT-TSUKISU           PIC 9(06).
       01  WS-DT-MATSU             PIC 9(08).
       01  WS-DT-MATSU-R           REDEFINES WS-DT-MATSU.
           05  WS-DM-YYYY          PIC 9(04).
           05  WS-DM-MM            PIC 9(02).
           05  WS-DM-DD            PIC 9(02).
       01  WS-DT-INT               PIC 9(08).
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SAIKENKBN     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SYOUKYAKUNO   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KISANJIYU     PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KISANYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-MANRYOYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-JIKOUSTS      PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SAIKENKNG     PIC ------------9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK
               ON ASCENDING KEY SRT-MEMBER
                                SRT-SHUBETSU
                                SRT-HIZUKE
               INPUT  PROCEDURE IS 3000-RELEASE-SAIKEN
               OUTPUT PROCEDURE IS 5000-UPDATE-JIKOU
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  JIKO-PARAM
           READ JIKO-PARAM
               AT END CONTINUE
               NOT AT END
                   IF  PRM-YOKOKUTSUKISU > ZERO
                       MOVE PRM-YOKOKUTSUKISU TO WS-YOKOKU-TSUKISU
                   END-IF
           END-READ
           CLOSE JIKO-PARAM
           MOVE WS-TODAY             TO WS-DT-YMD
           MOVE WS-YOKOKU-TSUKISU    TO WS-DT-TSUKI
           PERFORM 7000-ADD-TSUKI
           MOVE WS-DT-YMD            TO WS-YOKOKUYMD
           OPEN I-O    QTS248-JIKOU
           OPEN OUTPUT JIKO-RPTFILE.

      ****************************************************************
      *    整列入力：延滞明細・償却台帳・入金を会員別に投入する
      ****************************************************************
       3000-RELEASE-SAIKEN.
           PERFORM 3100-RELEASE-ENTAI
           PERFORM 3200-RELEASE-SYOKYAKU
           PERFORM 3300-RELEASE-NYUKIN.

      * 延滞明細。未回収残の判定はQTS096Bの延滞エイジングと同じ。
       3100-RELEASE-ENTAI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           PERFORM 3110-READ-BUNKAI
           PERFORM 3120-EDIT-BUNKAI UNTIL WS-EOF
           CLOSE QTS100-BUNKAI.

       3110-READ-BUNKAI.
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       3120-EDIT-BUNKAI.
           COMPUTE WS-ENTAI-KNG =
               QTS100-JTJGENPON + QTS100-JTJSONGAIKIN
               + QTS100-JTJMODOSIRISOKU
           IF  WS-ENTAI-KNG > ZERO
           AND QTS100-NYUKINBI NOT = ZERO
           AND QTS100-NYUKINBI < WS-TODAY
               MOVE QTS100-PRMKIGYOUCD     TO SRT-KIGYOUCD
               MOVE QTS100-PRMSUBRANJIKEY  TO SRT-SUBRANGEKEY
               MOVE QTS100-PRMNAIBUKAIINNO TO SRT-NAIBUKAIINNO
               MOVE 1                      TO SRT-SHUBETSU
               MOVE QTS100-NYUKINBI        TO SRT-HIZUKE
               MOVE ZERO                   TO SRT-SYOUKYAKUNO
               MOVE WS-ENTAI-KNG           TO SRT-KINGAKU
               RELEASE SORT-REC
           END-IF
           PERFORM 3110-READ-BUNKAI.

      * 償却済の台帳。償却後の残額（償却金額－回収累計）を対象額
      * とする。
       3200-RELEASE-SYOKYAKU.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS105-LEDGER
           MOVE ZERO TO QTS105-PRMSYOUKYAKUNO
           START QTS105-LEDGER KEY >= QTS105-PRMSYOUKYAKUNO
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 3210-EDIT-SYOKYAKU UNTIL WS-EOF
           CLOSE QTS105-LEDGER.

       3210-EDIT-SYOKYAKU.
           READ QTS105-LEDGER NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
           AND QTS105-SYOUKYAKUSTS = "3"
               MOVE QTS105-KAIKIGYOUCD     TO SRT-KIGYOUCD
               MOVE QTS105-KAISUBRANGEKEY  TO SRT-SUBRANGEKEY
               MOVE QTS105-KAINAIBUKAIINNO TO SRT-NAIBUKAIINNO
               MOVE 2                      TO SRT-SHUBETSU
               MOVE QTS105-SYOUKYAKUYMD    TO SRT-HIZUKE
               MOVE QTS105-PRMSYOUKYAKUNO  TO SRT-SYOUKYAKUNO
               COMPUTE SRT-KINGAKU =
                   QTS105-SYOUKYAKUKNG - QTS105-KAISHUKNG
               RELEASE SORT-REC
           END-IF.

      * 入金。時効の更新事由（債務の承認）として最終入金日を取る。
       3300-RELEASE-NYUKIN.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS090-NYUKIN
           PERFORM 3310-READ-NYUKIN
           PERFORM 3320-EDIT-NYUKIN UNTIL WS-EOF
           CLOSE QTS090-NYUKIN.

       3310-READ-NYUKIN.
           READ QTS090-NYUKIN
               AT END SET WS-EOF TO TRUE
           END-READ.

       3320-EDIT-NYUKIN.
           IF  QTS090-KNG > ZERO
           AND QTS090-NYUKINBI NOT = ZERO
               MOVE QTS090-PRMKIGYOUCD     TO SRT-KIGYOUCD
               MOVE QTS090-PRMSUBRANJEKEY  TO SRT-SUBRANGEKEY
               MOVE QTS090-PRMNAIBUKAIINNO TO SRT-NAIBUKAIINNO
               MOVE 3                      TO SRT-SHUBETSU
               MOVE QTS090-NYUKINBI        TO SRT-HIZUKE
               MOVE ZERO                   TO SRT-SYOUKYAKUNO
               MOVE QTS090-KNG             TO SRT-KINGAKU
               RELEASE SORT-REC
           END-IF
           PERFORM 3310-READ-NYUKIN.

      ****************************************************************
      *    整列出力：会員ごとに起算日・満了日を求めて更新する
      ****************************************************************
       5000-UPDATE-JIKOU.
           PERFORM 5900-RETURN-SORT
           PERFORM 5100-KAIIN-BREAK UNTIL WS-SRT-EOF.

       5100-KAIIN-BREAK.
           INITIALIZE WS-KAIIN
           MOVE SRT-MEMBER             TO WS-KI-MEMBER
           PERFORM 5200-SUM-KAIIN
               UNTIL WS-SRT-EOF
               OR    SRT-MEMBER NOT = WS-KI-MEMBER
           MOVE WS-KI-MEMBER           TO QTS248-PRM
           READ QTS248-JIKOU
               INVALID KEY
                   SET WS-SHINKI TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-SHINKI-SW
           END-READ
           IF  WS-KI-ENTAI-SW = "Y" OR WS-KI-SYOKYAKU-SW = "Y"
               PERFORM 6000-SET-JIKOU THRU 6000-EXIT
           ELSE
               PERFORM 5300-TAISHOGAI
           END-IF.

       5200-SUM-KAIIN.
           EVALUATE SRT-SHUBETSU
               WHEN 1
                   IF  WS-KI-ENTAI-SW NOT = "Y"
                       MOVE SRT-HIZUKE     TO WS-KI-BENSAIKIYMD
                   END-IF
                   MOVE "Y"                TO WS-KI-ENTAI-SW
                   ADD SRT-KINGAKU         TO WS-KI-ENTAIKNG
               WHEN 2
                   MOVE "Y"                TO WS-KI-SYOKYAKU-SW
                   MOVE SRT-SYOUKYAKUNO    TO WS-KI-SYOUKYAKUNO
                   MOVE SRT-HIZUKE         TO WS-KI-SYOKYAKUYMD
                   ADD SRT-KINGAKU         TO WS-KI-SYOKYAKUKNG
               WHEN 3
                   MOVE SRT-HIZUKE         TO WS-KI-NYUKINYMD
           END-EVALUATE
           PERFORM 5900-RETURN-SORT.

      * 延滞・償却残のなくなった会員は対象外とする（援用済は残す）。
       5300-TAISHOGAI.
           IF  NOT WS-SHINKI
           AND QTS248-JIKOUSTS NOT = "3" AND "9"
               MOVE "9"                TO QTS248-JIKOUSTS
               MOVE ZERO               TO QTS248-SAIKENKNG
               MOVE WS-TODAY           TO QTS248-KOUSHINYMD
               MOVE WS-TODAY           TO QTS248-SVRKOUSHINYMD
               REWRITE QTS248-REC
               ADD 1 TO WS-TAISHOGAI-COUNT
           END-IF.

       5900-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

      * 起算日は最終入金日・最古の未済弁済期・債務承認日のうち最も
      * 遅い日。判決確定があれば確定日から１０年と比べ遅い方とする。
       6000-SET-JIKOU.
           IF  WS-SHINKI
               INITIALIZE QTS248-REC
               MOVE WS-KI-MEMBER       TO QTS248-PRM
               MOVE "1"                TO QTS248-JIKOUSTS
           END-IF
           IF  WS-KI-SYOKYAKU-SW = "Y"
               MOVE "2"                TO QTS248-SAIKENKBN
               MOVE WS-KI-SYOUKYAKUNO  TO QTS248-SYOUKYAKUNO
               MOVE WS-KI-SYOKYAKUKNG  TO QTS248-SAIKENKNG
           ELSE
               MOVE "1"                TO QTS248-SAIKENKBN
               MOVE ZERO               TO QTS248-SYOUKYAKUNO
               MOVE WS-KI-ENTAIKNG     TO QTS248-SAIKENKNG
           END-IF
           MOVE WS-KI-NYUKINYMD        TO QTS248-SAISHUNYUKINYMD
      *    償却で分解明細の未回収残が消えた後は、償却前に記録した
      *    弁済期を引き継ぐ（記録がなければ償却実行日）。
           EVALUATE TRUE
               WHEN WS-KI-ENTAI-SW = "Y"
                   MOVE WS-KI-BENSAIKIYMD TO QTS248-BENSAIKIYMD
               WHEN QTS248-BENSAIKIYMD = ZERO
                   MOVE WS-KI-SYOKYAKUYMD TO QTS248-BENSAIKIYMD
           END-EVALUATE
           IF  QTS248-JIKOUSTS = "3"
               ADD 1 TO WS-ENYOU-COUNT
               GO TO 6000-WRITE
           END-IF
           MOVE QTS248-BENSAIKIYMD     TO WS-KISANYMD
           MOVE "2"                    TO WS-KISANJIYU
           IF  QTS248-SAISHUNYUKINYMD > WS-KISANYMD
               MOVE QTS248-SAISHUNYUKINYMD TO WS-KISANYMD
               MOVE "1"                TO WS-KISANJIYU
           END-IF
           IF  QTS248-SHOUNINYMD > WS-KISANYMD
               MOVE QTS248-SHOUNINYMD  TO WS-KISANYMD
               MOVE "3"                TO WS-KISANJIYU
           END-IF
           MOVE WS-KISANYMD            TO WS-DT-YMD
           MOVE 60                     TO WS-DT-TSUKI
           PERFORM 7000-ADD-TSUKI
           MOVE WS-DT-YMD              TO WS-MANRYOYMD
           MOVE 5                      TO QTS248-JIKOUNENSU
           IF  QTS248-HANKETSUYMD > ZERO
               MOVE QTS248-HANKETSUYMD TO WS-DT-YMD
               MOVE 120                TO WS-DT-TSUKI
               PERFORM 7000-ADD-TSUKI
               MOVE WS-DT-YMD          TO WS-HANKETSU-MANRYO
               IF  WS-HANKETSU-MANRYO > WS-MANRYOYMD
                   MOVE QTS248-HANKETSUYMD TO WS-KISANYMD
                   MOVE "4"            TO WS-KISANJIYU
                   MOVE WS-HANKETSU-MANRYO TO WS-MANRYOYMD
                   MOVE 10             TO QTS248-JIKOUNENSU
               END-IF
           END-IF
      *    裁判上の請求が取下げ・却下で終わった場合は終了から６か月
      *    を経過するまで完成しない。
           IF  QTS248-TORISAGEYMD > ZERO
               MOVE QTS248-TORISAGEYMD TO WS-DT-YMD
               MOVE 6                  TO WS-DT-TSUKI
               PERFORM 7000-ADD-TSUKI
               IF  WS-DT-YMD > WS-MANRYOYMD
                   MOVE WS-DT-YMD      TO WS-MANRYOYMD
               END-IF
           END-IF
           MOVE WS-KISANYMD            TO QTS248-KISANYMD
           MOVE WS-KISANJIYU           TO QTS248-KISANJIYU
           MOVE WS-MANRYOYMD           TO QTS248-MANRYOYMD
           EVALUATE TRUE
               WHEN QTS248-SAIBANYMD > QTS248-HANKETSUYMD
               AND  QTS248-SAIBANYMD > QTS248-TORISAGEYMD
                   MOVE "4"            TO QTS248-JIKOUSTS
               WHEN WS-MANRYOYMD < WS-TODAY
                   MOVE "2"            TO QTS248-JIKOUSTS
                   ADD 1 TO WS-KANSEI-COUNT
                   PERFORM 6100-WRITE-LIST
               WHEN OTHER
                   MOVE "1"            TO QTS248-JIKOUSTS
                   IF  WS-MANRYOYMD <= WS-YOKOKUYMD
                       ADD 1 TO WS-SEKKIN-COUNT
                       PERFORM 6100-WRITE-LIST
                   END-IF
           END-EVALUATE.

       6000-WRITE.
           MOVE WS-TODAY               TO QTS248-KOUSHINYMD
           MOVE WS-TODAY               TO QTS248-HOSTSHORIYMD
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO QTS248-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS248-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS248-REC
               ADD 1 TO WS-SHINKI-COUNT
           ELSE
               REWRITE QTS248-REC
               ADD 1 TO WS-KOUSHIN-COUNT
           END-IF.

       6000-EXIT.
           EXIT.

       6100-WRITE-LIST.
           MOVE QTS248-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS248-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS248-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS248-SAIKENKBN       TO WS-RP-SAIKENKBN
           MOVE QTS248-SYOUKYAKUNO     TO WS-RP-SYOUKYAKUNO
           MOVE QTS248-KISANJIYU       TO WS-RP-KISANJIYU
           MOVE QTS248-KISANYMD        TO WS-RP-KISANYMD
           MOVE QTS248-MANRYOYMD       TO WS-RP-MANRYOYMD
           MOVE QTS248-JIKOUSTS        TO WS-RP-JIKOUSTS
           MOVE QTS248-SAIKENKNG       TO WS-RP-SAIKENKNG
           MOVE WS-RPT-LINE            TO JIKO-RPT-LINE
           WRITE JIKO-RPT-LINE.

      * 月数加算。WS-DT-YMDにWS-DT-TSUKIか月を加え、応当日がなければ
      * その月の末日とする。
       7000-ADD-TSUKI.
           COMPUTE WS-DT-TSUKISU =
               WS-DT-YYYY * 12 + WS-DT-MM - 1 + WS-DT-TSUKI
           COMPUTE WS-DT-YYYY = WS-DT-TSUKISU / 12
           COMPUTE WS-DT-MM = WS-DT-TSUKISU - WS-DT-YYYY * 12 + 1
           IF  WS-DT-DD > 28
               ADD 1 TO WS-DT-TSUKISU
               COMPUTE WS-DM-YYYY = WS-DT-TSUKISU / 12
               COMPUTE WS-DM-MM = WS-DT-TSUKISU - WS-DM-YYYY * 12 + 1
               MOVE 01                 TO WS-DM-DD
               COMPUTE WS-DT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DT-MATSU) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DT-INT)
                                       TO WS-DT-MATSU
               IF  WS-DT-DD > WS-DM-DD
                   MOVE WS-DM-DD       TO WS-DT-DD
               END-IF
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS248B: SHINKI=" WS-SHINKI-COUNT
                   " KOUSHIN=" WS-KOUSHIN-COUNT
                   " SEKKIN=" WS-SEKKIN-COUNT
                   " KANSEI=" WS-KANSEI-COUNT
                   " ENYOU=" WS-ENYOU-COUNT
                   " TAISHOGAI=" WS-TAISHOGAI-COUNT
           CLOSE QTS248-JIKOU
           CLOSE JIKO-RPTFILE.
      *8...........2.........3.........4.........5........6........7.........8
