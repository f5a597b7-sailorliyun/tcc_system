      *8...........2.........3.........4.........5........6........7.........8
      *    QTS282B
      ****************************************************************
      *                法的手続請求額作成・費用計上バッチ（日次）    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    法的手続管理（QTS282）について次を行う。
      *    １．準備中の事件の請求額を処理日基準で作成し、申立書・
      *        訴状の請求の趣旨データ（QTS282SK）を出力する。
      *          請求元本      入金分解の未回収元本＋最新請求月の
      *                        リボ翌月繰越残高（S・C）
      *          手数料・利息  入金分解の未回収手数料・事務手数料・
      *                        戻し利息
      *          遅延損害金    入金分解の未回収遅延損害金
      *        申立てまでは毎日作り直し、申立時点の額を残す。
      *    ２．判決・命令確定後、手続費用を相手方（会員）負担とされた
      *        事件は、未計上の手続費用を会員の請求明細（QTS050 伝票
      *        種別9004）に計上する。執行費用等の追加分も都度計上する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS282B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS282-HOUTEKI  ASSIGN TO "QTS282"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS282-SEG
                   FILE STATUS IS WS-QTS282-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS103-RIBOFILE ASSIGN TO "QTS103"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS103-PRM
                   FILE STATUS IS WS-QTS103-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS050-PRM
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  SEIKYU-DATAFILE ASSIGN TO "QTS282SK"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS282-HOUTEKI.
       01  QTS282-REC.
           COPY QTS282 REPLACING ==()== BY ==QTS282==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS103-RIBOFILE.
       01  QTS103-REC.
           COPY QTS103 REPLACING ==()== BY ==QTS103==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  SEIKYU-DATAFILE.
       01  SEIKYU-DATA-REC.
           05  SKD-PRMKIGYOUCD         PIC 9(04).
           05  SKD-PRMSUBRANGEKEY      PIC 9(04).
           05  SKD-PRMNAIBUKAIINNO     PIC 9(08).
           05  SKD-PRMJIKENRENBAN      PIC 9(02).
           05  SKD-TETSUZUKIKBN        PIC X(01).
           05  SKD-SEIKYUKIJUNYMD      PIC 9(08).
           05  SKD-SEIKYUGENPON        PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  SKD-SEIKYUTESURYO       PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  SKD-SEIKYUSONGAIKIN     PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  SKD-SEIKYUGAKU          PIC S9(11)
                                       SIGN IS LEADING SEPARATE.
           05  SKD-SAIBANSHOMEI        PIC N(15).
       WORKING-STORAGE             SECTION.
       01  WS-QTS282-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS103-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-IX                   PIC 9(05)     VALUE ZERO  COMP.
       01  WS-SK-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-TORIHIKI-NO          PIC 9(07).
       01  WS-HIYOU-KNG            PIC 9(09).
       01  WS-RIBO-NENGETU         PIC 9(06).
       01  WS-SEIKYU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-HIYOU-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-HIYOU-TOTAL          PIC 9(11)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
      * 請求額作成対象（準備中）事件の作業テーブル
       01  WS-SK-TBL.
           05  WS-SK-ENT           OCCURS 999.
             07  WS-SK-KIGYOUCD    PIC 9(04).
             07  WS-SK-SUBRANGE    PIC 9(04).
             07  WS-SK-KAIINNO     PIC 9(08).
             07  WS-SK-RENBAN      PIC 9(02).
             07  WS-SK-GENPON      PIC S9(11).
             07  WS-SK-TESURYO     PIC S9(11).
             07  WS-SK-SONGAIKIN   PIC S9(11).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-HOUTEKI THRU 2000-EXIT UNTIL WS-EOF
           IF  WS-SK-MAX > ZERO
               PERFORM 3000-OPEN-BUNKAI
               PERFORM 3100-SUM-BUNKAI UNTIL WS-EOF
               CLOSE QTS100-BUNKAI
               PERFORM 4000-SAKUSEI-SEIKYU
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SK-MAX
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-SK-TBL
           OPEN I-O    QTS282-HOUTEKI
           OPEN INPUT  QTS103-RIBOFILE
           OPEN I-O    QTS050-URIAGE
           OPEN OUTPUT SEIKYU-DATAFILE
           MOVE LOW-VALUES           TO QTS282-SEG
           START QTS282-HOUTEKI KEY IS >= QTS282-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 2900-READ-HOUTEKI
           END-IF.

      * 準備中の事件は請求額作成の対象として積み、判決・命令確定
      * 後の会員負担の事件は未計上の手続費用を計上する。
       2000-SCAN-HOUTEKI.
           IF  QTS282-TETSUZUKISTS = "1"
               PERFORM 2100-ADD-SEIKYU
               GO TO 2800-NEXT-HOUTEKI
           END-IF
           IF  QTS282-TETSUZUKISTS NOT = "4" AND "5"
           OR  QTS282-HIYOUFUTANKBN NOT = "1"
           OR  QTS282-HIYOUGOUKEI NOT > QTS282-HIYOUKEIJOGAKU
               GO TO 2800-NEXT-HOUTEKI
           END-IF
           COMPUTE WS-HIYOU-KNG =
               QTS282-HIYOUGOUKEI - QTS282-HIYOUKEIJOGAKU
           PERFORM 5000-KEIJO-HIYOU.

       2800-NEXT-HOUTEKI.
           PERFORM 2900-READ-HOUTEKI.

       2000-EXIT.
           EXIT.

       2100-ADD-SEIKYU.
           IF  WS-SK-MAX >= 999
               DISPLAY "QTS282B: SEIKYU TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SK-MAX
           MOVE QTS282-PRMKIGYOUCD     TO WS-SK-KIGYOUCD(WS-SK-MAX)
           MOVE QTS282-PRMSUBRANGEKEY  TO WS-SK-SUBRANGE(WS-SK-MAX)
           MOVE QTS282-PRMNAIBUKAIINNO TO WS-SK-KAIINNO(WS-SK-MAX)
           MOVE QTS282-PRMJIKENRENBAN  TO WS-SK-RENBAN(WS-SK-MAX).

       2900-READ-HOUTEKI.
           READ QTS282-HOUTEKI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-OPEN-BUNKAI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 請求額作成対象会員の未回収残を項目別に集計する。同一会員に
      * 準備中の事件が複数（連番違い）あればそれぞれに集計する。
       3100-SUM-BUNKAI.
           PERFORM 3110-ADD-BUNKAI
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-SK-MAX
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       3110-ADD-BUNKAI.
           IF  WS-SK-KIGYOUCD(WS-IX) = QTS100-PRMKIGYOUCD
           AND WS-SK-SUBRANGE(WS-IX) = QTS100-PRMSUBRANJIKEY
           AND WS-SK-KAIINNO(WS-IX)  = QTS100-PRMNAIBUKAIINNO
               ADD QTS100-JTJGENPON      TO WS-SK-GENPON(WS-IX)
               ADD QTS100-JTJTESURYOU76  TO WS-SK-TESURYO(WS-IX)
               ADD QTS100-JTJTESURYOU16  TO WS-SK-TESURYO(WS-IX)
               ADD QTS100-JTJJIMTESURYOU TO WS-SK-TESURYO(WS-IX)
               ADD QTS100-JTJMODOSIRISOKU
                                         TO WS-SK-TESURYO(WS-IX)
               ADD QTS100-JTJSONGAIKIN   TO WS-SK-SONGAIKIN(WS-IX)
           END-IF.

      * リボ残高を加え、請求額を事件へ書き戻して請求の趣旨データ
      * を出力する。
       4000-SAKUSEI-SEIKYU.
           PERFORM 4100-ADD-RIBO THRU 4100-EXIT
           MOVE WS-SK-KIGYOUCD(WS-IX)  TO QTS282-PRMKIGYOUCD
           MOVE WS-SK-SUBRANGE(WS-IX)  TO QTS282-PRMSUBRANGEKEY
           MOVE WS-SK-KAIINNO(WS-IX)   TO QTS282-PRMNAIBUKAIINNO
           MOVE WS-SK-RENBAN(WS-IX)    TO QTS282-PRMJIKENRENBAN
           READ QTS282-HOUTEKI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS282B: JIKEN NASHI " QTS282-PRM
               NOT INVALID KEY
                   MOVE WS-TODAY       TO QTS282-SEIKYUKIJUNYMD
                   MOVE WS-SK-GENPON(WS-IX)    TO QTS282-SEIKYUGENPON
                   MOVE WS-SK-TESURYO(WS-IX)   TO QTS282-SEIKYUTESURYO
                   MOVE WS-SK-SONGAIKIN(WS-IX)
                                       TO QTS282-SEIKYUSONGAIKIN
                   COMPUTE QTS282-SEIKYUGAKU =
                       QTS282-SEIKYUGENPON + QTS282-SEIKYUTESURYO
                       + QTS282-SEIKYUSONGAIKIN
                   MOVE WS-TODAY       TO QTS282-HOSTSHORIYMD
                   MOVE WS-NOW-TIME    TO QTS282-HOSTSHORITIME
                   MOVE WS-TODAY       TO QTS282-SVRKOUSHINYMD
                   REWRITE QTS282-REC
                   PERFORM 4200-WRITE-SEIKYU
           END-READ.

      * 最新請求月のリボ翌月繰越残高（ショッピング・キャッシング）
      * を請求元本に加える。
       4100-ADD-RIBO.
           MOVE WS-SK-KIGYOUCD(WS-IX)  TO QTS103-PRMKIGYOUCD
           MOVE WS-SK-SUBRANGE(WS-IX)  TO QTS103-PRMSUBRANGEKEY
           MOVE WS-SK-KAIINNO(WS-IX)   TO QTS103-PRMNAIBUKAIINNO
           MOVE 999999                 TO QTS103-PRMSEIKYUNENGETU
           MOVE HIGH-VALUE             TO QTS103-PRMSHOPCASHKBN
           START QTS103-RIBOFILE KEY IS LESS THAN QTS103-PRM
               INVALID KEY
                   GO TO 4100-EXIT
           END-START
           MOVE ZERO TO WS-RIBO-NENGETU
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM 4110-READ-RIBO UNTIL WS-SCAN-EOF.

       4100-EXIT.
           EXIT.

       4110-READ-RIBO.
           READ QTS103-RIBOFILE PREVIOUS
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF  QTS103-PRMKIGYOUCD = WS-SK-KIGYOUCD(WS-IX)
                   AND QTS103-PRMSUBRANGEKEY = WS-SK-SUBRANGE(WS-IX)
                   AND QTS103-PRMNAIBUKAIINNO = WS-SK-KAIINNO(WS-IX)
                   AND (WS-RIBO-NENGETU = ZERO
                     OR QTS103-PRMSEIKYUNENGETU = WS-RIBO-NENGETU)
                       MOVE QTS103-PRMSEIKYUNENGETU
                                       TO WS-RIBO-NENGETU
                       ADD QTS103-KURIKOSHIZAN
                                       TO WS-SK-GENPON(WS-IX)
                   ELSE
                       SET WS-SCAN-EOF TO TRUE
                   END-IF
           END-READ.

       4200-WRITE-SEIKYU.
           MOVE QTS282-PRMKIGYOUCD     TO SKD-PRMKIGYOUCD
           MOVE QTS282-PRMSUBRANGEKEY  TO SKD-PRMSUBRANGEKEY
           MOVE QTS282-PRMNAIBUKAIINNO TO SKD-PRMNAIBUKAIINNO
           MOVE QTS282-PRMJIKENRENBAN  TO SKD-PRMJIKENRENBAN
           MOVE QTS282-TETSUZUKIKBN    TO SKD-TETSUZUKIKBN
           MOVE QTS282-SEIKYUKIJUNYMD  TO SKD-SEIKYUKIJUNYMD
           MOVE QTS282-SEIKYUGENPON    TO SKD-SEIKYUGENPON
           MOVE QTS282-SEIKYUTESURYO   TO SKD-SEIKYUTESURYO
           MOVE QTS282-SEIKYUSONGAIKIN TO SKD-SEIKYUSONGAIKIN
           MOVE QTS282-SEIKYUGAKU      TO SKD-SEIKYUGAKU
           MOVE QTS282-SAIBANSHOMEI    TO SKD-SAIBANSHOMEI
           WRITE SEIKYU-DATA-REC
           ADD 1 TO WS-SEIKYU-COUNT.

      * 会員負担の手続費用を請求明細に計上する。取引番号は当該
      * 会員の既存最大番号＋１（QTS135Bと同じ採番）。
       5000-KEIJO-HIYOU.
           PERFORM 5200-NEXT-TORIHIKINO
           INITIALIZE QTS050-REC
           MOVE QTS282-PRMKIGYOUCD   TO QTS050-PRMKIGYOUCD
           MOVE QTS282-PRMSUBRANGEKEY TO QTS050-PRMSUBRANGEKEY
           MOVE QTS282-PRMNAIBUKAIINNO TO QTS050-PRMNAIBUKAIINNO
           MOVE WS-TORIHIKI-NO       TO QTS050-PRMTORIHIKINO
           MOVE "0"                  TO QTS050-RECKBN
           MOVE 9004                 TO QTS050-DENPYOUSHUBETSU
      *        伝票種別9004:法的手続費用
           MOVE WS-TODAY             TO QTS050-RIYOUBI
           MOVE WS-TODAY             TO QTS050-UKETSUKEBI
           MOVE WS-TODAY             TO QTS050-KEIJYOUBI
           MOVE 1                    TO QTS050-GKGSHIHARAIHOHO
           MOVE WS-HIYOU-KNG         TO QTS050-GKGRIYOUKNG
           MOVE WS-HIYOU-KNG         TO QTS050-GKGSHOUHINDAIKIN
           MOVE WS-TODAY             TO QTS050-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS050-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS050-SVRKOUSHINYMD
           WRITE QTS050-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS282B: MEISAI WRITE NG "
                       QTS050-PRM
               NOT INVALID KEY
                   ADD WS-HIYOU-KNG  TO QTS282-HIYOUKEIJOGAKU
                   MOVE WS-TODAY     TO QTS282-HIYOUKEIJOYMD
                   MOVE WS-TODAY     TO QTS282-HOSTSHORIYMD
                   MOVE WS-NOW-TIME  TO QTS282-HOSTSHORITIME
                   MOVE WS-TODAY     TO QTS282-SVRKOUSHINYMD
                   REWRITE QTS282-REC
                   ADD 1 TO WS-HIYOU-COUNT
                   ADD WS-HIYOU-KNG  TO WS-HIYOU-TOTAL
           END-WRITE.

       5200-NEXT-TORIHIKINO.
           MOVE ZERO TO WS-TORIHIKI-NO
           MOVE QTS282-PRMKIGYOUCD   TO QTS050-PRMKIGYOUCD
           MOVE QTS282-PRMSUBRANGEKEY TO QTS050-PRMSUBRANGEKEY
           MOVE QTS282-PRMNAIBUKAIINNO TO QTS050-PRMNAIBUKAIINNO
           MOVE 9999999              TO QTS050-PRMTORIHIKINO
           START QTS050-URIAGE KEY IS LESS THAN QTS050-PRM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ QTS050-URIAGE PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF  QTS050-PRMKIGYOUCD
                               = QTS282-PRMKIGYOUCD
                           AND QTS050-PRMSUBRANGEKEY
                               = QTS282-PRMSUBRANGEKEY
                           AND QTS050-PRMNAIBUKAIINNO
                               = QTS282-PRMNAIBUKAIINNO
                               MOVE QTS050-PRMTORIHIKINO
                                   TO WS-TORIHIKI-NO
                           END-IF
                   END-READ
           END-START
           ADD 1 TO WS-TORIHIKI-NO.

       9000-TERMINATE.
           DISPLAY "QTS282B: SEIKYU=" WS-SEIKYU-COUNT
                   " HIYOU=" WS-HIYOU-COUNT
                   " HIYOU-KNG=" WS-HIYOU-TOTAL
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS282-HOUTEKI
           CLOSE QTS103-RIBOFILE
           CLOSE QTS050-URIAGE
           CLOSE SEIKYU-DATAFILE.
