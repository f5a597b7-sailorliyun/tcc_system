      *8...........2.........3.........4.........5........6........7.........8
      *    QTS246B
      ****************************************************************
      *                取引履歴開示データ作成バッチ                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    受付済（状態０）の開示請求ごとに、会員の初回取引からの
      *    利用（QTS050）・入金（QTS090）・充当（QTS100）・契約条件
      *    と利率の変更（QTS210）を日付順に並べ、開示様式で出力する。
      *    退避済の利用明細はアーカイブ索引（QTS056）から月を判定
      *    してアーカイブファイルから取り込み、索引に復元日を残す。
      *    保存期限経過で消去済の月は件数のみ様式に記載する。
      *    回答期限を過ぎて未送付の請求は期限超過リストへ出す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS246B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS246-KAIJI    ASSIGN TO "QTS246"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS246-PRM
                   FILE STATUS IS WS-QTS246-STATUS.
           SELECT  QTS056-INDEX    ASSIGN TO "QTS056"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS056-PRM
                   FILE STATUS IS WS-QTS056-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS050-ARCHIVE  ASSIGN TO "QTS050AR"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AR50-STATUS.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  SORT-WORK       ASSIGN TO "SRTWK01".
           SELECT  KAIJI-OUTFILE   ASSIGN TO "QTS246KJ"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  KIGEN-RPTFILE   ASSIGN TO "QTS246RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS246-KAIJI.
       01  QTS246-REC.
           COPY QTS246 REPLACING ==()== BY ==QTS246==.
       FD  QTS056-INDEX.
       01  QTS056-REC.
           COPY QTS056 REPLACING ==()== BY ==QTS056==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS050-ARCHIVE.
       01  QTS050-AR-REC.
           COPY QTS050 REPLACING ==()== BY ==AR50==.
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-RQKEY.
             07  SRT-KIGYOUCD          PIC 9(04).
             07  SRT-SUBRANGEKEY       PIC 9(04).
             07  SRT-NAIBUKAIINNO      PIC 9(08).
             07  SRT-UKETSUKEYMD       PIC 9(08).
             07  SRT-RENBAN            PIC 9(02).
           05  SRT-MEISAI.
             07  SRT-HIZUKE            PIC 9(08).
             07  SRT-SHUBETSU          PIC 9(01).
      *          1:利用  2:入金  3:充当  4:契約・条件変更
             07  SRT-REFNO             PIC X(16).
             07  SRT-ARCHIVEKBN        PIC X(01).
      *          1:アーカイブから復元した利用明細
             07  SRT-AKAKUROKBN        PIC X(01).
             07  SRT-SHIHARAIHOHO      PIC 9(02).
             07  SRT-LOANSHUBETSU      PIC 9(05).
             07  SRT-TEKIYO            PIC N(06).
             07  SRT-KINGAKU           PIC S9(11).
             07  SRT-GENPON            PIC S9(11).
             07  SRT-RISOKU            PIC S9(11).
             07  SRT-TESURYO           PIC S9(11).
             07  SRT-SONGAIKIN         PIC S9(11).
             07  SRT-RIRITSU           PIC 99V99.
             07  SRT-ZANDAKA           PIC S9(11).
       FD  KAIJI-OUTFILE.
       01  KAIJI-OUT-REC.
           05  KJO-RECKBN              PIC 9(01).
      *        1:請求ヘッダ  2:取引明細  8:請求トレーラ
           05  KJO-KIGYOUCD            PIC 9(04).
           05  KJO-SUBRANGEKEY         PIC 9(04).
           05  KJO-NAIBUKAIINNO        PIC 9(08).
           05  KJO-UKETSUKEYMD         PIC 9(08).
           05  KJO-RENBAN              PIC 9(02).
           05  KJO-HIZUKE              PIC 9(08).
      *        ヘッダ:初回取引日  明細:取引日
           05  KJO-SHUBETSU            PIC 9(01).
           05  KJO-REFNO               PIC X(16).
           05  KJO-ARCHIVEKBN          PIC X(01).
           05  KJO-AKAKUROKBN          PIC X(01).
           05  KJO-SHIHARAIHOHO        PIC 9(02).
           05  KJO-LOANSHUBETSU        PIC 9(05).
           05  KJO-TEKIYO              PIC N(06).
           05  KJO-KINGAKU             PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        明細:利用・入金金額  トレーラ:利用金額合計
           05  KJO-GENPON              PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        明細:元本充当額  トレーラ:元本充当合計
           05  KJO-RISOKU              PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  KJO-TESURYO             PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  KJO-SONGAIKIN           PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  KJO-RIRITSU             PIC 99V99.
           05  KJO-ZANDAKA             PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        明細:残元本  トレーラ:入金金額合計
           05  KJO-SHIMEIKANA          PIC X(30).
           05  KJO-SEIKYUSHAKBN        PIC X(01).
           05  KJO-SEIKYUSHAMEI        PIC N(20).
           05  KJO-JIMUSHOMEI          PIC N(20).
           05  KJO-KAITOKIGENYMD       PIC 9(08).
           05  KJO-SAKUSEIYMD          PIC 9(08).
           05  KJO-KENSU               PIC 9(07).
           05  KJO-FUKUGENTSUKISU      PIC 9(03).
           05  KJO-SHOKYOTSUKISU       PIC 9(03).
       FD  KIGEN-RPTFILE.
       01  KIGEN-RPT-LINE              PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS246-STATUS        PIC X(02).
       01  WS-QTS056-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-AR50-STATUS          PIC X(02).
       01  WS-QTS090-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-IX-EOF-SW            PIC X(01)     VALUE "N".
           88  WS-IX-EOF                         VALUE "Y".
       01  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-SRT-EOF                        VALUE "Y".
       01  WS-ARCHIVE-SW           PIC X(01)     VALUE "N".
           88  WS-ARCHIVE-ARI                    VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-RX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-RQ-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-RELEASE-COUNT        PIC 9(09)     VALUE ZERO.
       01  WS-SAKUSEI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KIGEN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-MEMBER-KEY.
           05  WS-MK-KIGYOUCD      PIC 9(04).
           05  WS-MK-SUBRANGEKEY   PIC 9(04).
           05  WS-MK-NAIBUKAIINNO  PIC 9(08).
      * 開示請求ごとの集計
       01  WS-RQ-TOTAL.
           05  WS-RT-KENSU         PIC 9(07).
           05  WS-RT-SHOKAIYMD     PIC 9(08).
           05  WS-RT-RIYOU         PIC S9(11).
           05  WS-RT-NYUKIN        PIC S9(11).
           05  WS-RT-GENPON        PIC S9(11).
           05  WS-RT-RISOKU        PIC S9(11).
           05  WS-RT-TESURYO       PIC S9(11).
           05  WS-RT-SONGAIKIN     PIC S9(11).
      * 作成対象の開示請求一覧（QTS246のキー順＝整列キー順）
       01  WS-RQ-TBL.
           05  WS-RQ-ENT           OCCURS 200.
             07  WS-RQ-KEY.
               09  WS-RQ-KIGYOUCD  PIC 9(04).
               09  WS-RQ-SUBRANGE  PIC 9(04).
               09  WS-RQ-KAIINNO   PIC 9(08).
               09  WS-RQ-UKETSUKE  PIC 9(08).
               09  WS-RQ-RENBAN    PIC 9(02).
             07  WS-RQ-ARCHIVE     PIC X(01).
             07  WS-RQ-FUKUGEN     PIC 9(03).
             07  WS-RQ-SHOKYO      PIC 9(03).
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-UKETSUKEYMD   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-RENBAN        PIC 9(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KIGENYMD      PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KAIJISTS      PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SEIKYUSHAKBN  PIC X(01).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 1100-PICK-SEIKYU THRU 1100-EXIT
                   UNTIL WS-EOF
           CLOSE QTS246-KAIJI
           IF  WS-RQ-MAX > ZERO
               PERFORM 2000-CHECK-ARCHIVE
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RQ-MAX
               SORT SORT-WORK
                   ON ASCENDING KEY SRT-RQKEY
                                    SRT-HIZUKE
                                    SRT-SHUBETSU
                                    SRT-REFNO
                   INPUT  PROCEDURE IS 3000-RELEASE-RIREKI
                   OUTPUT PROCEDURE IS 5000-WRITE-KAIJI
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-RQ-TBL
           OPEN I-O    QTS246-KAIJI
           OPEN I-O    QTS056-INDEX
           OPEN INPUT  QTS010-MASTER
           OPEN OUTPUT KIGEN-RPTFILE
           MOVE LOW-VALUE TO QTS246-PRM
           START QTS246-KAIJI KEY IS NOT LESS THAN QTS246-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 1200-READ-KAIJI
           END-IF.

      * 受付済の請求を作成対象に取り、作成済・受付済のまま回答期限
      * を過ぎた請求は期限超過リストへ出す。
       1100-PICK-SEIKYU.
           IF  QTS246-KAIJISTS = "0" OR "1"
           AND QTS246-KAITOKIGENYMD < WS-TODAY
               MOVE QTS246-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
               MOVE QTS246-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
               MOVE QTS246-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
               MOVE QTS246-PRMUKETSUKEYMD  TO WS-RP-UKETSUKEYMD
               MOVE QTS246-PRMRENBAN       TO WS-RP-RENBAN
               MOVE QTS246-KAITOKIGENYMD   TO WS-RP-KIGENYMD
               MOVE QTS246-KAIJISTS        TO WS-RP-KAIJISTS
               MOVE QTS246-SEIKYUSHAKBN    TO WS-RP-SEIKYUSHAKBN
               MOVE WS-RPT-LINE            TO KIGEN-RPT-LINE
               WRITE KIGEN-RPT-LINE
               ADD 1 TO WS-KIGEN-COUNT
           END-IF
           IF  QTS246-KAIJISTS NOT = "0"
               GO TO 1100-NEXT
           END-IF
           IF  WS-RQ-MAX >= 200
               DISPLAY "QTS246B: SEIKYU TABLE FULL " QTS246-PRM
               GO TO 1100-NEXT
           END-IF
           ADD 1 TO WS-RQ-MAX
           MOVE QTS246-PRM             TO WS-RQ-KEY(WS-RQ-MAX).

       1100-NEXT.
           PERFORM 1200-READ-KAIJI.

       1100-EXIT.
           EXIT.

       1200-READ-KAIJI.
           READ QTS246-KAIJI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      * アーカイブ索引を会員単位に読み、退避済（保管中・復元済）の
      * 月があればアーカイブからの取込対象とし、復元日を記録する。
      * 消去済の月は数だけ数える。
       2000-CHECK-ARCHIVE.
           MOVE "N" TO WS-IX-EOF-SW
           MOVE WS-RQ-KIGYOUCD(WS-RX)  TO QTS056-PRMKIGYOUCD
           MOVE WS-RQ-SUBRANGE(WS-RX)  TO QTS056-PRMSUBRANGEKEY
           MOVE WS-RQ-KAIINNO(WS-RX)   TO QTS056-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS056-PRMNENGETU
           START QTS056-INDEX KEY IS NOT LESS THAN QTS056-PRM
               INVALID KEY SET WS-IX-EOF TO TRUE
           END-START
           PERFORM 2100-CHECK-TSUKI UNTIL WS-IX-EOF.

       2100-CHECK-TSUKI.
           READ QTS056-INDEX NEXT RECORD
               AT END
                   SET WS-IX-EOF TO TRUE
               NOT AT END
                   IF  QTS056-PRMKIGYOUCD     NOT =
                           WS-RQ-KIGYOUCD(WS-RX)
                   OR  QTS056-PRMSUBRANGEKEY  NOT =
                           WS-RQ-SUBRANGE(WS-RX)
                   OR  QTS056-PRMNAIBUKAIINNO NOT =
                           WS-RQ-KAIINNO(WS-RX)
                       SET WS-IX-EOF TO TRUE
                   END-IF
           END-READ
           IF  WS-IX-EOF
               CONTINUE
           ELSE
               IF  QTS056-ARCHIVESTS = "9"
                   ADD 1 TO WS-RQ-SHOKYO(WS-RX)
               ELSE
                   MOVE "Y"            TO WS-RQ-ARCHIVE(WS-RX)
                   MOVE "Y"            TO WS-ARCHIVE-SW
                   ADD 1 TO WS-RQ-FUKUGEN(WS-RX)
                   MOVE "1"            TO QTS056-ARCHIVESTS
                   MOVE WS-TODAY       TO QTS056-FUKUGENYMD
                   MOVE WS-TODAY       TO QTS056-SVRKOUSHINYMD
                   REWRITE QTS056-REC
               END-IF
           END-IF.

      ****************************************************************
      *    整列入力：各ファイルから対象会員の取引を投入する
      ****************************************************************
       3000-RELEASE-RIREKI.
           PERFORM 3100-RELEASE-URIAGE
           IF  WS-ARCHIVE-ARI
               PERFORM 3200-RELEASE-ARCHIVE
           END-IF
           PERFORM 3300-RELEASE-NYUKIN
           PERFORM 3400-RELEASE-BUNKAI
           PERFORM 3500-RELEASE-SCHEDULE.

      * 利用明細。取消（赤黒）も開示対象としてそのまま載せる。
       3100-RELEASE-URIAGE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS050-URIAGE
           PERFORM 3110-READ-URIAGE
           PERFORM 3120-EDIT-URIAGE UNTIL WS-EOF
           CLOSE QTS050-URIAGE.

       3110-READ-URIAGE.
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3120-EDIT-URIAGE.
           MOVE QTS050-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY  TO WS-MK-SUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
           INITIALIZE SRT-MEISAI
           MOVE QTS050-RIYOUBI         TO SRT-HIZUKE
           MOVE 1                      TO SRT-SHUBETSU
           MOVE QTS050-DENPYOUNO       TO SRT-REFNO
           MOVE QTS050-AKAKUROKBN      TO SRT-AKAKUROKBN
           MOVE QTS050-GKGSHIHARAIHOHO TO SRT-SHIHARAIHOHO
           MOVE QTS050-GKGLOANSHUBETSU TO SRT-LOANSHUBETSU
           MOVE QTS050-GKGRIYOUKNG     TO SRT-KINGAKU
           MOVE QTS050-GKGTESURYOUGAKU TO SRT-TESURYO
           MOVE QTS050-GKGTESURYOURITSU TO SRT-RIRITSU
           PERFORM 3900-RELEASE-MATCH
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RQ-MAX
           PERFORM 3110-READ-URIAGE.

      * 退避済の利用明細。アーカイブ対象の請求がある会員のみ取り込む。
       3200-RELEASE-ARCHIVE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS050-ARCHIVE
           PERFORM 3210-READ-ARCHIVE
           PERFORM 3220-EDIT-ARCHIVE UNTIL WS-EOF
           CLOSE QTS050-ARCHIVE.

       3210-READ-ARCHIVE.
           READ QTS050-ARCHIVE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3220-EDIT-ARCHIVE.
           MOVE AR50-PRMKIGYOUCD       TO WS-MK-KIGYOUCD
           MOVE AR50-PRMSUBRANGEKEY    TO WS-MK-SUBRANGEKEY
           MOVE AR50-PRMNAIBUKAIINNO   TO WS-MK-NAIBUKAIINNO
           INITIALIZE SRT-MEISAI
           MOVE AR50-RIYOUBI           TO SRT-HIZUKE
           MOVE 1                      TO SRT-SHUBETSU
           MOVE AR50-DENPYOUNO         TO SRT-REFNO
           MOVE "1"                    TO SRT-ARCHIVEKBN
           MOVE AR50-AKAKUROKBN        TO SRT-AKAKUROKBN
           MOVE AR50-GKGSHIHARAIHOHO   TO SRT-SHIHARAIHOHO
           MOVE AR50-GKGLOANSHUBETSU   TO SRT-LOANSHUBETSU
           MOVE AR50-GKGRIYOUKNG       TO SRT-KINGAKU
           MOVE AR50-GKGTESURYOUGAKU   TO SRT-TESURYO
           MOVE AR50-GKGTESURYOURITSU  TO SRT-RIRITSU
           PERFORM 3900-RELEASE-MATCH
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RQ-MAX
           PERFORM 3210-READ-ARCHIVE.

      * 入金計上。入金経路（振込・口座振替・コンビニ・給与天引等）
      * を摘要に載せる。
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
           MOVE QTS090-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
           MOVE QTS090-PRMSUBRANJEKEY  TO WS-MK-SUBRANGEKEY
           MOVE QTS090-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
           INITIALIZE SRT-MEISAI
           MOVE QTS090-NYUKINBI        TO SRT-HIZUKE
           MOVE 2                      TO SRT-SHUBETSU
           STRING QTS090-PRMMEISAINO QTS090-PRMKEIJYOUTUUBAN
               DELIMITED BY SIZE INTO SRT-REFNO
           MOVE QTS090-KEIROHONYAKUCHI TO SRT-TEKIYO
           MOVE QTS090-KNG             TO SRT-KINGAKU
           PERFORM 3900-RELEASE-MATCH
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RQ-MAX
           PERFORM 3310-READ-NYUKIN.

      * 入金の充当内訳（元本・利息・手数料・遅延損害金）と充当後の
      * 残元本。
       3400-RELEASE-BUNKAI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           PERFORM 3410-READ-BUNKAI
           PERFORM 3420-EDIT-BUNKAI UNTIL WS-EOF
           CLOSE QTS100-BUNKAI.

       3410-READ-BUNKAI.
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       3420-EDIT-BUNKAI.
           MOVE QTS100-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO WS-MK-SUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
           INITIALIZE SRT-MEISAI
           MOVE QTS100-NYUKINBI        TO SRT-HIZUKE
           MOVE 3                      TO SRT-SHUBETSU
           STRING QTS100-PRMNYUKINMEISAI QTS100-PRMSHORITUUBAN
               DELIMITED BY SIZE INTO SRT-REFNO
           MOVE QTS100-SHIHARAIHOHO    TO SRT-SHIHARAIHOHO
           MOVE QTS100-LOANSHUBETSU    TO SRT-LOANSHUBETSU
           MOVE QTS100-BUNKAIKBNHONYAKU TO SRT-TEKIYO
           MOVE QTS100-JTJGENPON       TO SRT-GENPON
           COMPUTE SRT-RISOKU =
               QTS100-JTJTESURYOU76 + QTS100-JTJTESURYOU16
           MOVE QTS100-JTJJIMTESURYOU  TO SRT-TESURYO
           MOVE QTS100-JTJSONGAIKIN    TO SRT-SONGAIKIN
           COMPUTE SRT-KINGAKU =
               SRT-GENPON + SRT-RISOKU + SRT-TESURYO + SRT-SONGAIKIN
           COMPUTE SRT-ZANDAKA =
               QTS100-JTMGENPON - QTS100-JTJGENPON
           PERFORM 3900-RELEASE-MATCH
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RQ-MAX
           PERFORM 3410-READ-BUNKAI.

      * 返済予定の各版の第１回から、契約時の条件と以後の条件変更・
      * 繰上返済・利率変更を取り出す。
       3500-RELEASE-SCHEDULE.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS210-SCHEDULE
           PERFORM 3510-READ-SCHEDULE
           PERFORM 3520-EDIT-SCHEDULE UNTIL WS-EOF
           CLOSE QTS210-SCHEDULE.

       3510-READ-SCHEDULE.
           READ QTS210-SCHEDULE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3520-EDIT-SCHEDULE.
           IF  QTS210-PRMKAISUU = 1
               MOVE QTS210-PRMKIGYOUCD     TO WS-MK-KIGYOUCD
               MOVE QTS210-PRMSUBRANGEKEY  TO WS-MK-SUBRANGEKEY
               MOVE QTS210-PRMNAIBUKAIINNO TO WS-MK-NAIBUKAIINNO
               INITIALIZE SRT-MEISAI
               MOVE QTS210-SAKUSEIYMD      TO SRT-HIZUKE
               MOVE 4                      TO SRT-SHUBETSU
               STRING QTS210-PRMNYUKINMEISAI
                      QTS210-PRMSCHEDULEVER
                      QTS210-SAKUSEIRIYU
                   DELIMITED BY SIZE INTO SRT-REFNO
               MOVE QTS210-LOANSHUBETSU    TO SRT-LOANSHUBETSU
               MOVE QTS210-YAKUJORIRITSU   TO SRT-RIRITSU
               COMPUTE SRT-ZANDAKA =
                   QTS210-GENPONGAKU + QTS210-SHIHARAIGOZAN
               PERFORM 3900-RELEASE-MATCH
                   VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RQ-MAX
           END-IF
           PERFORM 3510-READ-SCHEDULE.

      * 会員が一致する請求ごとに投入する。アーカイブ明細は取込対象
      * の請求に限る。
       3900-RELEASE-MATCH.
           IF  WS-RQ-KIGYOUCD(WS-RX) = WS-MK-KIGYOUCD
           AND WS-RQ-SUBRANGE(WS-RX) = WS-MK-SUBRANGEKEY
           AND WS-RQ-KAIINNO(WS-RX)  = WS-MK-NAIBUKAIINNO
               IF  SRT-ARCHIVEKBN = "1"
               AND WS-RQ-ARCHIVE(WS-RX) NOT = "Y"
                   CONTINUE
               ELSE
                   MOVE WS-RQ-KEY(WS-RX) TO SRT-RQKEY
                   RELEASE SORT-REC
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-IF.

      ****************************************************************
      *    整列出力：請求ごとに開示様式を編集する
      ****************************************************************
       5000-WRITE-KAIJI.
           OPEN OUTPUT KAIJI-OUTFILE
           OPEN I-O    QTS246-KAIJI
           PERFORM 5900-RETURN-SORT
           PERFORM 5100-EDIT-SEIKYU
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RQ-MAX
           CLOSE KAIJI-OUTFILE.

      * 請求ヘッダ、当該請求の取引明細、請求トレーラの順に出力し、
      * 請求を作成済とする。
       5100-EDIT-SEIKYU.
           INITIALIZE WS-RQ-TOTAL
           MOVE WS-RQ-KEY(WS-RX)       TO QTS246-PRM
           READ QTS246-KAIJI
               INVALID KEY
                   DISPLAY "QTS246B: SEIKYU NASHI " QTS246-PRM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           INITIALIZE KAIJI-OUT-REC
           MOVE 1                      TO KJO-RECKBN
           PERFORM 5200-SET-KEY
           MOVE WS-RQ-KIGYOUCD(WS-RX)  TO QTS010-PRMKIGYOUCD
           MOVE WS-RQ-SUBRANGE(WS-RX)  TO QTS010-PRMSUBRANGEKEY
           MOVE WS-RQ-KAIINNO(WS-RX)   TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   DISPLAY "QTS246B: MEMBER NOT FOUND "
                       QTS010-PRM
               NOT INVALID KEY
                   MOVE QTS010-HONSHIMEIKANA TO KJO-SHIMEIKANA
           END-READ
           IF  NOT WS-SRT-EOF
           AND SRT-RQKEY = WS-RQ-KEY(WS-RX)
               MOVE SRT-HIZUKE         TO KJO-HIZUKE
               MOVE SRT-HIZUKE         TO WS-RT-SHOKAIYMD
           END-IF
           MOVE QTS246-SEIKYUSHAKBN    TO KJO-SEIKYUSHAKBN
           MOVE QTS246-SEIKYUSHAMEI    TO KJO-SEIKYUSHAMEI
           MOVE QTS246-JIMUSHOMEI      TO KJO-JIMUSHOMEI
           MOVE QTS246-KAITOKIGENYMD   TO KJO-KAITOKIGENYMD
           MOVE WS-TODAY               TO KJO-SAKUSEIYMD
           MOVE WS-RQ-FUKUGEN(WS-RX)   TO KJO-FUKUGENTSUKISU
           MOVE WS-RQ-SHOKYO(WS-RX)    TO KJO-SHOKYOTSUKISU
           WRITE KAIJI-OUT-REC
           PERFORM 5300-EDIT-MEISAI
               UNTIL WS-SRT-EOF
               OR    SRT-RQKEY NOT = WS-RQ-KEY(WS-RX)
           INITIALIZE KAIJI-OUT-REC
           MOVE 8                      TO KJO-RECKBN
           PERFORM 5200-SET-KEY
           MOVE WS-RT-SHOKAIYMD        TO KJO-HIZUKE
           MOVE WS-RT-RIYOU            TO KJO-KINGAKU
           MOVE WS-RT-GENPON           TO KJO-GENPON
           MOVE WS-RT-RISOKU           TO KJO-RISOKU
           MOVE WS-RT-TESURYO          TO KJO-TESURYO
           MOVE WS-RT-SONGAIKIN        TO KJO-SONGAIKIN
           MOVE WS-RT-NYUKIN           TO KJO-ZANDAKA
           MOVE WS-TODAY               TO KJO-SAKUSEIYMD
           MOVE WS-RT-KENSU            TO KJO-KENSU
           MOVE WS-RQ-FUKUGEN(WS-RX)   TO KJO-FUKUGENTSUKISU
           MOVE WS-RQ-SHOKYO(WS-RX)    TO KJO-SHOKYOTSUKISU
           WRITE KAIJI-OUT-REC
           MOVE "1"                    TO QTS246-KAIJISTS
           MOVE WS-TODAY               TO QTS246-SAKUSEIYMD
           MOVE WS-RT-KENSU            TO QTS246-MEISAIKENSU
           MOVE WS-RT-SHOKAIYMD        TO QTS246-SHOKAITORIHIKIYMD
           MOVE WS-RQ-FUKUGEN(WS-RX)   TO QTS246-FUKUGENTSUKISU
           MOVE WS-RQ-SHOKYO(WS-RX)    TO QTS246-SHOKYOTSUKISU
           MOVE WS-TODAY               TO QTS246-HOSTSHORIYMD
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO QTS246-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS246-SVRKOUSHINYMD
           REWRITE QTS246-REC
           ADD 1 TO WS-SAKUSEI-COUNT.

       5200-SET-KEY.
           MOVE WS-RQ-KIGYOUCD(WS-RX)  TO KJO-KIGYOUCD
           MOVE WS-RQ-SUBRANGE(WS-RX)  TO KJO-SUBRANGEKEY
           MOVE WS-RQ-KAIINNO(WS-RX)   TO KJO-NAIBUKAIINNO
           MOVE WS-RQ-UKETSUKE(WS-RX)  TO KJO-UKETSUKEYMD
           MOVE WS-RQ-RENBAN(WS-RX)    TO KJO-RENBAN.

       5300-EDIT-MEISAI.
           INITIALIZE KAIJI-OUT-REC
           MOVE 2                      TO KJO-RECKBN
           PERFORM 5200-SET-KEY
           MOVE SRT-HIZUKE             TO KJO-HIZUKE
           MOVE SRT-SHUBETSU           TO KJO-SHUBETSU
           MOVE SRT-REFNO              TO KJO-REFNO
           MOVE SRT-ARCHIVEKBN         TO KJO-ARCHIVEKBN
           MOVE SRT-AKAKUROKBN         TO KJO-AKAKUROKBN
           MOVE SRT-SHIHARAIHOHO       TO KJO-SHIHARAIHOHO
           MOVE SRT-LOANSHUBETSU       TO KJO-LOANSHUBETSU
           MOVE SRT-TEKIYO             TO KJO-TEKIYO
           MOVE SRT-KINGAKU            TO KJO-KINGAKU
           MOVE SRT-GENPON             TO KJO-GENPON
           MOVE SRT-RISOKU             TO KJO-RISOKU
           MOVE SRT-TESURYO            TO KJO-TESURYO
           MOVE SRT-SONGAIKIN          TO KJO-SONGAIKIN
           MOVE SRT-RIRITSU            TO KJO-RIRITSU
           MOVE SRT-ZANDAKA            TO KJO-ZANDAKA
           WRITE KAIJI-OUT-REC
           ADD 1 TO WS-RT-KENSU
           EVALUATE SRT-SHUBETSU
               WHEN 1
                   ADD SRT-KINGAKU     TO WS-RT-RIYOU
               WHEN 2
                   ADD SRT-KINGAKU     TO WS-RT-NYUKIN
               WHEN 3
                   ADD SRT-GENPON      TO WS-RT-GENPON
                   ADD SRT-RISOKU      TO WS-RT-RISOKU
                   ADD SRT-TESURYO     TO WS-RT-TESURYO
                   ADD SRT-SONGAIKIN   TO WS-RT-SONGAIKIN
           END-EVALUATE
           PERFORM 5900-RETURN-SORT.

       5900-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       9000-TERMINATE.
           DISPLAY "QTS246B: SAKUSEI=" WS-SAKUSEI-COUNT
                   " MEISAI=" WS-RELEASE-COUNT
                   " KIGEN-CHOKA=" WS-KIGEN-COUNT
           IF  WS-RQ-MAX > ZERO
               CLOSE QTS246-KAIJI
           END-IF
           CLOSE QTS056-INDEX
           CLOSE QTS010-MASTER
           CLOSE KIGEN-RPTFILE.
      *8...........2.........3.........4.........5........6........7.........8
