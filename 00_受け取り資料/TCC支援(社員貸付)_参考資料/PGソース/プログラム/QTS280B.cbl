      *8...........2.........3.........4.........5........6........7.........8
      *    QTS280B
      ****************************************************************
      *                オートダイヤラ発信リスト作成バッチ（日次）    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    対応中・約束不履行の回収案件（QTS018）について、入金分解
      *    （QTS100）から延滞日数・延滞金額を求め、QTS096Bと同じ
      *    30・60・90日のエイジング階層と優先度を付けてオートダイヤラ
      *    向け発信リスト（QTS280）を作成する。
      *      優先度  1:約束不履行  2:91日以上  3:61～90日
      *              4:31～60日    5:30日以内
      *    次の会員は発信しない。
      *      介入停止（QTS019）中、災害特例（QTS145）適用中、消滅
      *      時効援用済（QTS248）、死亡届出登録済（QTS251）、入金
      *      約束の期日前、当日すでに接触履歴（QTS279）がある会員、
      *      自宅電話番号が未登録の会員
      *    発信可能時刻はパラメータで指定し、貸金業法の取立て規制に
      *    よる8時～21時の範囲へ丸めて各レコードに設定する。
      *    始業前に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS280B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  DIAL-PARAMFILE  ASSIGN TO "QTS280PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS018-CASE     ASSIGN TO "QTS018"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS018-SEG
                   FILE STATUS IS WS-QTS018-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS019-KAINYU   ASSIGN TO "QTS019"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS019-SEG
                   FILE STATUS IS WS-QTS019-STATUS.
           SELECT  QTS145-SAIGAI   ASSIGN TO "QTS145"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS145-SEG
                   FILE STATUS IS WS-QTS145-STATUS.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  QTS251-SHIBOU   ASSIGN TO "QTS251"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS251-PRM
                   FILE STATUS IS WS-QTS251-STATUS.
           SELECT  QTS279-RIREKI   ASSIGN TO "QTS279"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS279-SEG
                   FILE STATUS IS WS-QTS279-STATUS.
           SELECT  QTS280-DIALLIST ASSIGN TO "QTS280"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SORT-WORK       ASSIGN TO "SRTWK01".
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  DIAL-PARAMFILE.
       01  DIAL-PARAM-REC.
           05  PRM-KAISHIJIKOKU        PIC 9(04).
           05  PRM-SHURYOJIKOKU        PIC 9(04).
      *        発信可能時刻（HHMM）。未指定は0800～2100
       FD  QTS018-CASE.
       01  QTS018-REC.
           COPY QTS018 REPLACING ==()== BY ==QTS018==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS019-KAINYU.
       01  QTS019-REC.
           COPY QTS019 REPLACING ==()== BY ==QTS019==.
       FD  QTS145-SAIGAI.
       01  QTS145-REC.
           COPY QTS145 REPLACING ==()== BY ==QTS145==.
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       FD  QTS251-SHIBOU.
       01  QTS251-REC.
           COPY QTS251 REPLACING ==()== BY ==QTS251==.
       FD  QTS279-RIREKI.
       01  QTS279-REC.
           COPY QTS279 REPLACING ==()== BY ==QTS279==.
       FD  QTS280-DIALLIST.
       01  QTS280-REC.
           COPY QTS280 REPLACING ==()== BY ==QTS280==.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-YUSENDO             PIC 9(01).
           05  SRT-ENTAIKNG            PIC S9(11).
           05  SRT-PRM.
             07  SRT-KIGYOUCD          PIC 9(04).
             07  SRT-SUBRANGEKEY       PIC 9(04).
             07  SRT-NAIBUKAIINNO      PIC 9(08).
           05  SRT-AGINGKAISO          PIC 9(01).
           05  SRT-ENTAINISSU          PIC 9(04).
           05  SRT-TELNO               PIC X(15).
           05  SRT-SAIKENKANRITEN      PIC X(02).
       WORKING-STORAGE             SECTION.
       01  WS-QTS018-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS019-STATUS        PIC X(02).
       01  WS-QTS145-STATUS        PIC X(02).
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-QTS251-STATUS        PIC X(02).
       01  WS-QTS279-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SRT-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-SRT-EOF                        VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-INT            PIC 9(08).
       01  WS-NYUKINBI-INT         PIC 9(08).
       01  WS-ENTAI-NISSU          PIC S9(05).
       01  WS-ENTAI-KNG            PIC S9(11).
       01  WS-KAISHI-JIKOKU        PIC 9(04).
       01  WS-SHURYO-JIKOKU        PIC 9(04).
      * 貸金業法の取立て規制による架電可能時間帯（8時～21時）
       01  WS-HOUTEI-KAISHI        PIC 9(04)     VALUE 0800.
       01  WS-HOUTEI-SHURYO        PIC 9(04)     VALUE 2100.
       01  WS-IX                   PIC 9(05)     VALUE ZERO  COMP.
       01  WS-CASE-MAX             PIC 9(05)     VALUE ZERO  COMP.
       01  WS-TELNO                PIC X(15).
       01  WS-HASSHIN-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KAINYU-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-SAIGAI-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-JIKOU-SKIP-COUNT     PIC 9(07)     VALUE ZERO.
       01  WS-SHIBOU-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-YAKUSOKU-SKIP-COUNT  PIC 9(07)     VALUE ZERO.
       01  WS-SETSHOKU-SKIP-COUNT  PIC 9(07)     VALUE ZERO.
       01  WS-TELNASHI-COUNT       PIC 9(07)     VALUE ZERO.
      * 発信候補案件の作業テーブル（案件キー・約束・延滞実績）
       01  WS-CASE-TBL.
           05  WS-CS-ENT           OCCURS 5000.
             07  WS-CS-KIGYOUCD    PIC 9(04).
             07  WS-CS-SUBRANGE    PIC 9(04).
             07  WS-CS-KAIINNO     PIC 9(08).
             07  WS-CS-CASESTS     PIC X(01).
             07  WS-CS-YAKUYMD     PIC 9(08).
             07  WS-CS-YAKUSTS     PIC X(01).
             07  WS-CS-NISSU       PIC S9(05).
             07  WS-CS-KNG         PIC S9(11).
             07  WS-CS-KANRITEN    PIC X(02).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CASE UNTIL WS-EOF
           CLOSE QTS018-CASE
           PERFORM 2000-OPEN-BUNKAI
           PERFORM 2100-AGE-BUNKAI UNTIL WS-EOF
           CLOSE QTS100-BUNKAI
           IF  WS-CASE-MAX > ZERO
               SORT SORT-WORK
                   ON ASCENDING  KEY SRT-YUSENDO
                      DESCENDING KEY SRT-ENTAIKNG
                      ASCENDING  KEY SRT-PRM
                   INPUT  PROCEDURE IS 3000-RELEASE-CASE
                   OUTPUT PROCEDURE IS 5000-WRITE-LIST
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-CASE-TBL
           OPEN INPUT  DIAL-PARAMFILE
           OPEN INPUT  QTS018-CASE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS019-KAINYU
           OPEN INPUT  QTS145-SAIGAI
           OPEN INPUT  QTS248-JIKOU
           OPEN INPUT  QTS251-SHIBOU
           OPEN INPUT  QTS279-RIREKI
           OPEN OUTPUT QTS280-DIALLIST
           READ DIAL-PARAMFILE
               AT END
                   MOVE WS-HOUTEI-KAISHI TO PRM-KAISHIJIKOKU
                   MOVE WS-HOUTEI-SHURYO TO PRM-SHURYOJIKOKU
           END-READ
           PERFORM 1050-SET-JIKOKU
           MOVE LOW-VALUE TO QTS018-SEG
           START QTS018-CASE KEY >= QTS018-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               PERFORM 1900-READ-CASE
           END-IF.

      * 指定時刻が架電可能時間帯を外れるときは時間帯の端へ丸める。
       1050-SET-JIKOKU.
           MOVE PRM-KAISHIJIKOKU TO WS-KAISHI-JIKOKU
           MOVE PRM-SHURYOJIKOKU TO WS-SHURYO-JIKOKU
           IF  WS-KAISHI-JIKOKU < WS-HOUTEI-KAISHI
           OR  WS-KAISHI-JIKOKU > WS-HOUTEI-SHURYO
               DISPLAY "QTS280B: KAISHIJIKOKU ADJUSTED "
                   PRM-KAISHIJIKOKU
               MOVE WS-HOUTEI-KAISHI TO WS-KAISHI-JIKOKU
           END-IF
           IF  WS-SHURYO-JIKOKU > WS-HOUTEI-SHURYO
           OR  WS-SHURYO-JIKOKU <= WS-KAISHI-JIKOKU
               DISPLAY "QTS280B: SHURYOJIKOKU ADJUSTED "
                   PRM-SHURYOJIKOKU
               MOVE WS-HOUTEI-SHURYO TO WS-SHURYO-JIKOKU
           END-IF.

      * 終結していない案件を発信候補として作業テーブルへ積む。
       1100-LOAD-CASE.
           IF  QTS018-CASESTS NOT = "9"
               IF  WS-CASE-MAX >= 5000
                   DISPLAY "QTS280B: CASE TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CASE-MAX
               MOVE QTS018-PRMKIGYOUCD TO WS-CS-KIGYOUCD(WS-CASE-MAX)
               MOVE QTS018-PRMSUBRANGEKEY
                                       TO WS-CS-SUBRANGE(WS-CASE-MAX)
               MOVE QTS018-PRMNAIBUKAIINNO
                                       TO WS-CS-KAIINNO(WS-CASE-MAX)
               MOVE QTS018-CASESTS     TO WS-CS-CASESTS(WS-CASE-MAX)
               MOVE QTS018-YAKUSOKUYMD TO WS-CS-YAKUYMD(WS-CASE-MAX)
               MOVE QTS018-YAKUSOKUSTS TO WS-CS-YAKUSTS(WS-CASE-MAX)
           END-IF
           PERFORM 1900-READ-CASE.

       1900-READ-CASE.
           READ QTS018-CASE NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-OPEN-BUNKAI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS100-BUNKAI
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 未回収残の残る入金分解の延滞金額を案件ごとに合計し、入金
      * 予定日からの経過日数の最大を延滞日数とする（QTS096Bと同じ
      * 算定）。
       2100-AGE-BUNKAI.
           COMPUTE WS-ENTAI-KNG =
               QTS100-JTJGENPON + QTS100-JTJSONGAIKIN
               + QTS100-JTJMODOSIRISOKU
           IF  WS-ENTAI-KNG > ZERO
           AND QTS100-NYUKINBI NOT = ZERO
               MOVE FUNCTION INTEGER-OF-DATE(QTS100-NYUKINBI)
                   TO WS-NYUKINBI-INT
               COMPUTE WS-ENTAI-NISSU =
                   WS-TODAY-INT - WS-NYUKINBI-INT
               IF  WS-ENTAI-NISSU > ZERO
                   PERFORM 2200-ADD-TO-CASE
               END-IF
           END-IF
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

       2200-ADD-TO-CASE.
           MOVE "N" TO WS-HIT-SW
           PERFORM 2210-COMPARE-CASE
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CASE-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-IX
               ADD WS-ENTAI-KNG TO WS-CS-KNG(WS-IX)
               IF  WS-ENTAI-NISSU > WS-CS-NISSU(WS-IX)
                   MOVE WS-ENTAI-NISSU TO WS-CS-NISSU(WS-IX)
               END-IF
               MOVE QTS100-SAIKENKANRITEN TO WS-CS-KANRITEN(WS-IX)
           END-IF.

       2210-COMPARE-CASE.
           IF  WS-CS-KIGYOUCD(WS-IX) = QTS100-PRMKIGYOUCD
           AND WS-CS-SUBRANGE(WS-IX) = QTS100-PRMSUBRANJIKEY
           AND WS-CS-KAIINNO(WS-IX)  = QTS100-PRMNAIBUKAIINNO
               SET WS-HIT TO TRUE
           END-IF.

      ****************************************************************
      *    整列入力：発信対象の案件を優先度付きで投入する
      ****************************************************************
       3000-RELEASE-CASE.
           PERFORM 3100-SELECT-CASE THRU 3100-EXIT
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-CASE-MAX.

      * 延滞のない案件と発信抑止の会員を除き、エイジング階層と
      * 優先度を決めて投入する。
       3100-SELECT-CASE.
           IF  WS-CS-NISSU(WS-IX) NOT > ZERO
               GO TO 3100-EXIT
           END-IF
           IF  WS-CS-YAKUSTS(WS-IX) = SPACE
           AND WS-CS-YAKUYMD(WS-IX) >= WS-TODAY
               ADD 1 TO WS-YAKUSOKU-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CS-KIGYOUCD(WS-IX)  TO QTS019-PRMKIGYOUCD
           MOVE WS-CS-SUBRANGE(WS-IX)  TO QTS019-PRMSUBRANGEKEY
           MOVE WS-CS-KAIINNO(WS-IX)   TO QTS019-PRMNAIBUKAIINNO
           READ QTS019-KAINYU
               INVALID KEY
                   MOVE SPACES TO QTS019-KAINYUSTS
           END-READ
           IF  QTS019-KAINYUSTS = "1"
               ADD 1 TO WS-KAINYU-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CS-KIGYOUCD(WS-IX)  TO QTS145-PRMKIGYOUCD
           MOVE WS-CS-SUBRANGE(WS-IX)  TO QTS145-PRMSUBRANGEKEY
           MOVE WS-CS-KAIINNO(WS-IX)   TO QTS145-PRMNAIBUKAIINNO
           READ QTS145-SAIGAI
               INVALID KEY
                   MOVE SPACES TO QTS145-TOKUREISTS
           END-READ
           IF  QTS145-TOKUREISTS = "1"
               ADD 1 TO WS-SAIGAI-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CS-KIGYOUCD(WS-IX)  TO QTS248-PRMKIGYOUCD
           MOVE WS-CS-SUBRANGE(WS-IX)  TO QTS248-PRMSUBRANGEKEY
           MOVE WS-CS-KAIINNO(WS-IX)   TO QTS248-PRMNAIBUKAIINNO
           READ QTS248-JIKOU
               INVALID KEY
                   MOVE SPACES TO QTS248-JIKOUSTS
           END-READ
           IF  QTS248-JIKOUSTS = "3"
               ADD 1 TO WS-JIKOU-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CS-KIGYOUCD(WS-IX)  TO QTS251-PRMKIGYOUCD
           MOVE WS-CS-SUBRANGE(WS-IX)  TO QTS251-PRMSUBRANGEKEY
           MOVE WS-CS-KAIINNO(WS-IX)   TO QTS251-PRMNAIBUKAIINNO
           READ QTS251-SHIBOU
               INVALID KEY
                   MOVE "9" TO QTS251-SHIBOUSTS
           END-READ
           IF  QTS251-SHIBOUSTS NOT = "9"
               ADD 1 TO WS-SHIBOU-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-CHECK-SETSHOKU THRU 3200-EXIT
           IF  WS-HIT
               ADD 1 TO WS-SETSHOKU-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-GET-TELNO
           IF  WS-TELNO = SPACES
               ADD 1 TO WS-TELNASHI-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-CS-KIGYOUCD(WS-IX)  TO SRT-KIGYOUCD
           MOVE WS-CS-SUBRANGE(WS-IX)  TO SRT-SUBRANGEKEY
           MOVE WS-CS-KAIINNO(WS-IX)   TO SRT-NAIBUKAIINNO
           MOVE WS-CS-NISSU(WS-IX)     TO SRT-ENTAINISSU
           MOVE WS-CS-KNG(WS-IX)       TO SRT-ENTAIKNG
           MOVE WS-CS-KANRITEN(WS-IX)  TO SRT-SAIKENKANRITEN
           MOVE WS-TELNO               TO SRT-TELNO
           EVALUATE TRUE
               WHEN WS-CS-NISSU(WS-IX) <= 30
                   MOVE 1 TO SRT-AGINGKAISO
                   MOVE 5 TO SRT-YUSENDO
               WHEN WS-CS-NISSU(WS-IX) <= 60
                   MOVE 2 TO SRT-AGINGKAISO
                   MOVE 4 TO SRT-YUSENDO
               WHEN WS-CS-NISSU(WS-IX) <= 90
                   MOVE 3 TO SRT-AGINGKAISO
                   MOVE 3 TO SRT-YUSENDO
               WHEN OTHER
                   MOVE 4 TO SRT-AGINGKAISO
                   MOVE 2 TO SRT-YUSENDO
           END-EVALUATE
           IF  WS-CS-CASESTS(WS-IX) = "2"
               MOVE 1 TO SRT-YUSENDO
           END-IF
           RELEASE SORT-REC.

       3100-EXIT.
           EXIT.

      * 当日の接触履歴（ダイヤラ発信・担当者記録を問わない）が
      * あれば本日は接触済とする。
       3200-CHECK-SETSHOKU.
           MOVE "N" TO WS-HIT-SW
           MOVE WS-CS-KIGYOUCD(WS-IX)  TO QTS279-PRMKIGYOUCD
           MOVE WS-CS-SUBRANGE(WS-IX)  TO QTS279-PRMSUBRANGEKEY
           MOVE WS-CS-KAIINNO(WS-IX)   TO QTS279-PRMNAIBUKAIINNO
           MOVE WS-TODAY               TO QTS279-PRMCONTACTYMD
           MOVE ZERO                   TO QTS279-PRMCONTACTTIME
           MOVE LOW-VALUE              TO QTS279-PRMCONTACTKBN
           START QTS279-RIREKI KEY >= QTS279-SEG
               INVALID KEY
                   GO TO 3200-EXIT
           END-START
           READ QTS279-RIREKI NEXT RECORD
               AT END
                   GO TO 3200-EXIT
           END-READ
           IF  QTS279-PRMKIGYOUCD     = WS-CS-KIGYOUCD(WS-IX)
           AND QTS279-PRMSUBRANGEKEY  = WS-CS-SUBRANGE(WS-IX)
           AND QTS279-PRMNAIBUKAIINNO = WS-CS-KAIINNO(WS-IX)
           AND QTS279-PRMCONTACTYMD   = WS-TODAY
               SET WS-HIT TO TRUE
           END-IF.

       3200-EXIT.
           EXIT.

      * 発信先は自宅電話番号とする（勤務先へは発信しない）。
       3300-GET-TELNO.
           MOVE SPACES TO WS-TELNO
           MOVE WS-CS-KIGYOUCD(WS-IX)  TO QTS010-PRMKIGYOUCD
           MOVE WS-CS-SUBRANGE(WS-IX)  TO QTS010-PRMSUBRANGEKEY
           MOVE WS-CS-KAIINNO(WS-IX)   TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   DISPLAY "QTS280B: MEMBER NOT FOUND " QTS010-PRM
               NOT INVALID KEY
                   STRING QTS010-JTKTELSHIGAI DELIMITED BY SPACE
                          QTS010-JTKTELKYOKU  DELIMITED BY SPACE
                          QTS010-JTKTELNO     DELIMITED BY SPACE
                          INTO WS-TELNO
                   END-STRING
           END-READ.

      ****************************************************************
      *    整列出力：優先度順に発信リストを出力する
      ****************************************************************
       5000-WRITE-LIST.
           PERFORM 5900-RETURN-SORT
           PERFORM 5100-WRITE-ONE UNTIL WS-SRT-EOF.

       5100-WRITE-ONE.
           INITIALIZE QTS280-REC
           MOVE WS-TODAY               TO QTS280-HASSHINYMD
           MOVE SRT-KIGYOUCD           TO QTS280-PRMKIGYOUCD
           MOVE SRT-SUBRANGEKEY        TO QTS280-PRMSUBRANGEKEY
           MOVE SRT-NAIBUKAIINNO       TO QTS280-PRMNAIBUKAIINNO
           MOVE SRT-YUSENDO            TO QTS280-YUSENDO
           MOVE SRT-AGINGKAISO         TO QTS280-AGINGKAISO
           MOVE SRT-ENTAINISSU         TO QTS280-ENTAINISSU
           MOVE SRT-ENTAIKNG           TO QTS280-ENTAIKNG
           MOVE SRT-TELNO              TO QTS280-TELNO
           MOVE WS-KAISHI-JIKOKU       TO QTS280-HASSHINKAISHI
           MOVE WS-SHURYO-JIKOKU       TO QTS280-HASSHINSHURYO
           MOVE SRT-SAIKENKANRITEN     TO QTS280-SAIKENKANRITEN
           WRITE QTS280-REC
           ADD 1 TO WS-HASSHIN-COUNT
           PERFORM 5900-RETURN-SORT.

       5900-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WS-SRT-EOF TO TRUE
           END-RETURN.

       9000-TERMINATE.
           DISPLAY "QTS280B: HASSHIN=" WS-HASSHIN-COUNT
                   " KAINYU=" WS-KAINYU-SKIP-COUNT
                   " SAIGAI=" WS-SAIGAI-SKIP-COUNT
                   " JIKOU=" WS-JIKOU-SKIP-COUNT
                   " SHIBOU=" WS-SHIBOU-SKIP-COUNT
                   " YAKUSOKU=" WS-YAKUSOKU-SKIP-COUNT
                   " SETSHOKU=" WS-SETSHOKU-SKIP-COUNT
                   " TELNASHI=" WS-TELNASHI-COUNT
           CLOSE DIAL-PARAMFILE
           CLOSE QTS010-MASTER
           CLOSE QTS019-KAINYU
           CLOSE QTS145-SAIGAI
           CLOSE QTS248-JIKOU
           CLOSE QTS251-SHIBOU
           CLOSE QTS279-RIREKI
           CLOSE QTS280-DIALLIST.
