      *8...........2.........3.........4.........5........6........7.........8
      *    QTS302B
      ****************************************************************
      *                継続課金登録作成バッチ                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員のカードに定期的に課金している加盟店を検出し、継続課金
      *    登録（QTS302）を作成・更新する。検出元は次の３つ。
      *      ①利用明細（QTS050）：同一加盟店の課金が基準回数以上あり、
      *        課金間隔のばらつきが許容日数以内のもの
      *      ②当日のオーソリログ（QXS001）：継続取引表示またはカード
      *        オンファイルで承認したもの
      *      ③アカウントアップデータ（QTS121B）の連携対象加盟店
      *    利用明細は過去の課金間隔を見るため差分抽出ではなく本体を
      *    読む。あわせて、会員申出で課金停止中の登録は再発行等で
      *    カード番号が変わった場合に新番号へ引き継ぎ（QCS022）、引継
      *    ぎを停止履歴（QTS303）へ記録する。停止後の謝絶はオーソリ
      *    ログから直近謝絶日として反映する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS302B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KEIZOKU-PARAM   ASSIGN TO "QTS302PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  SORT-WORK       ASSIGN TO "SRTWK01".
           SELECT  QXS001-LOGFILE  ASSIGN TO "QXS001"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  AU-KAMEIFILE    ASSIGN TO "QTS121KM"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QCS022-HENKOU   ASSIGN TO "QCS022"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QCS022-STATUS.
           SELECT  QTS302-KEIZOKU  ASSIGN TO "QTS302"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS302-SEG
                   ALTERNATE RECORD KEY IS QTS302-KAI
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS302-STATUS.
           SELECT  QTS303-RIREKI   ASSIGN TO "QTS303"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS303-SEG
                   FILE STATUS IS WS-QTS303-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  KEIZOKU-PARAM.
       01  KEIZOKU-PARAM-REC.
           05  PRM-KAISUKIJUN          PIC 9(02).
      *        同一加盟店の課金がこの回数以上で継続課金とみなす
      *        （ゼロ:３回）
           05  PRM-KANKAKUMIN          PIC 9(03).
      *        最短課金間隔日数。これ未満の反復は対象外（ゼロ:７日）
           05  PRM-GOSANISSU           PIC 9(03).
      *        課金間隔の最長と最短の差の許容日数（ゼロ:５日）
           05  PRM-HENKOUFROM          PIC 9(08).
      *        停止を引き継ぐ番号変更履歴の開始日（前回実行日の翌日を
      *        指定。ゼロ:全履歴、引継済のものは再処理しない）
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       SD  SORT-WORK.
       01  SORT-REC.
           COPY QTS050 REPLACING ==()== BY ==SRT==.
       FD  QXS001-LOGFILE.
       01  QXS001-REC.
           COPY QXS001 REPLACING ==()== BY ==QXS001==.
       FD  AU-KAMEIFILE.
      *    アップデータ連携対象のカード×加盟店（QTS121Bが出力）
       01  AU-KAMEI-REC.
           05  AUK-CARDNO              PIC X(16).
           05  AUK-KAMEITENNO          PIC X(10).
           05  AUK-KIGYOUCD            PIC 9(04).
           05  AUK-SUBRANGEKEY         PIC 9(04).
           05  AUK-NAIBUKAIINNO        PIC 9(08).
           05  AUK-RIYOUSHACD          PIC X(01).
           05  AUK-KAISU               PIC 9(03).
           05  AUK-SAISHUYMD           PIC 9(08).
       FD  QCS022-HENKOU.
       01  QCS022-REC.
           COPY QCS022 REPLACING ==()== BY ==QCS022==.
       FD  QTS302-KEIZOKU.
       01  QTS302-REC.
           COPY QTS302 REPLACING ==()== BY ==QTS302==.
       FD  QTS303-RIREKI.
       01  QTS303-REC.
           COPY QTS303 REPLACING ==()== BY ==QTS303==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QCS022-STATUS        PIC X(02).
       01  WS-QTS302-STATUS        PIC X(02).
       01  WS-QTS303-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KZ-EOF-SW            PIC X(01)     VALUE "N".
           88  WS-KZ-EOF                         VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-RIREKI-OK-SW         PIC X(01).
           88  WS-RIREKI-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-CARDNO-X             PIC X(16).
       01  WS-KZ-KEY               PIC X(26).
      * 利用明細のカード×加盟店ごとの集計
       01  WS-GR-KEY.
           05  WS-GR-CARDNO        PIC X(16).
           05  WS-GR-KAMEITENNO    PIC X(10).
       01  WS-GR-AREA.
           05  WS-GR-KIGYOUCD      PIC 9(04).
           05  WS-GR-SUBRANGEKEY   PIC 9(04).
           05  WS-GR-NAIBUKAIINNO  PIC 9(08).
           05  WS-GR-RIYOUSHACD    PIC X(01).
           05  WS-GR-KAISU         PIC 9(05).
           05  WS-GR-SHOKAIYMD     PIC 9(08).
           05  WS-GR-SAISHUYMD     PIC 9(08).
           05  WS-GR-SAISHUKNG     PIC S9(11).
           05  WS-GR-KANKAKUMIN    PIC 9(05).
           05  WS-GR-KANKAKUMAX    PIC 9(05).
       01  WS-DATE-INT             PIC 9(07).
       01  WS-PREV-INT             PIC 9(07).
       01  WS-KANKAKU              PIC 9(05).
       01  WS-HEIKIN               PIC 9(05).
      * 番号変更時に引き継ぐ停止中の加盟店（旧カード単位）
       01  WS-HK-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-HK-TBL.
           05  WS-HK-KAMEITENNO    PIC X(10)     OCCURS 200.
       01  WS-MOTO-AREA.
           COPY QTS302 REPLACING ==()== BY ==MT==.
       01  WS-SORT-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-MEISAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-AUTH-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-KYOZETSU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-UPDATER-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-SHINKI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-HIKITUGI-COUNT       PIC 9(07)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
      * カード番号・加盟店番号・利用日順に整列し、組合せごとに課金
      * 回数と課金間隔の最短・最長を求める。
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CARDNO
                                SRT-KAMEITENNO
                                SRT-RIYOUBI
               USING QTS050-URIAGE
               OUTPUT PROCEDURE IS 2000-DETECT-MEISAI
           PERFORM 3000-READ-AUTHLOG
           PERFORM 3100-CHECK-AUTHLOG UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SW
           PERFORM 4000-READ-UPDATER
           PERFORM 4100-CHECK-UPDATER UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SW
           PERFORM 5000-READ-HENKOU
           PERFORM 5100-CHECK-HENKOU UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  KEIZOKU-PARAM
           READ KEIZOKU-PARAM
               AT END
                   INITIALIZE KEIZOKU-PARAM-REC
           END-READ
           CLOSE KEIZOKU-PARAM
           IF  PRM-KAISUKIJUN = ZERO
               MOVE 03 TO PRM-KAISUKIJUN
           END-IF
           IF  PRM-KANKAKUMIN = ZERO
               MOVE 007 TO PRM-KANKAKUMIN
           END-IF
           IF  PRM-GOSANISSU = ZERO
               MOVE 005 TO PRM-GOSANISSU
           END-IF
           OPEN INPUT  QXS001-LOGFILE
           OPEN INPUT  AU-KAMEIFILE
           OPEN INPUT  QCS022-HENKOU
           OPEN I-O    QTS302-KEIZOKU
           OPEN I-O    QTS303-RIREKI.

      ****************************************************************
      *    利用明細からの検出                                        *
      ****************************************************************
       2000-DETECT-MEISAI.
           MOVE SPACES TO WS-GR-KEY
           PERFORM 2100-RETURN-SORT
           PERFORM 2200-SUM-MEISAI UNTIL WS-EOF
           IF  WS-GR-CARDNO NOT = SPACES
               PERFORM 2300-JUDGE-MEISAI THRU 2300-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW.

      * 加盟店番号のない明細と売上取消等のマイナス明細は課金とみな
      * さない。
       2100-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WS-EOF TO TRUE
           END-RETURN
           IF  NOT WS-EOF
               ADD 1 TO WS-SORT-COUNT
               IF  SRT-KAMEITENNO = SPACES
               OR  SRT-GKGRIYOUKNG NOT > ZERO
                   GO TO 2100-RETURN-SORT
               END-IF
           END-IF.

       2200-SUM-MEISAI.
           MOVE SRT-CARDNO           TO WS-CARDNO-X
           IF  WS-CARDNO-X NOT = WS-GR-CARDNO
           OR  SRT-KAMEITENNO NOT = WS-GR-KAMEITENNO
               IF  WS-GR-CARDNO NOT = SPACES
                   PERFORM 2300-JUDGE-MEISAI THRU 2300-EXIT
               END-IF
               PERFORM 2210-START-GROUP
           ELSE
      *        同日の複数明細は１回の課金として数える
               IF  SRT-RIYOUBI NOT = WS-GR-SAISHUYMD
                   PERFORM 2220-ADD-KANKAKU
               END-IF
           END-IF
           MOVE SRT-GKGRIYOUKNG      TO WS-GR-SAISHUKNG
           PERFORM 2100-RETURN-SORT.

       2210-START-GROUP.
           MOVE WS-CARDNO-X          TO WS-GR-CARDNO
           MOVE SRT-KAMEITENNO       TO WS-GR-KAMEITENNO
           INITIALIZE WS-GR-AREA
           MOVE SRT-PRMKIGYOUCD      TO WS-GR-KIGYOUCD
           MOVE SRT-PRMSUBRANGEKEY   TO WS-GR-SUBRANGEKEY
           MOVE SRT-PRMNAIBUKAIINNO  TO WS-GR-NAIBUKAIINNO
           MOVE SRT-GKGRIYOUSHACD    TO WS-GR-RIYOUSHACD
           MOVE 1                    TO WS-GR-KAISU
           MOVE SRT-RIYOUBI          TO WS-GR-SHOKAIYMD
           MOVE SRT-RIYOUBI          TO WS-GR-SAISHUYMD
           MOVE 99999                TO WS-GR-KANKAKUMIN
           MOVE ZERO                 TO WS-GR-KANKAKUMAX.

       2220-ADD-KANKAKU.
           COMPUTE WS-PREV-INT =
               FUNCTION INTEGER-OF-DATE(WS-GR-SAISHUYMD)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SRT-RIYOUBI)
           COMPUTE WS-KANKAKU = WS-DATE-INT - WS-PREV-INT
           IF  WS-KANKAKU < WS-GR-KANKAKUMIN
               MOVE WS-KANKAKU       TO WS-GR-KANKAKUMIN
           END-IF
           IF  WS-KANKAKU > WS-GR-KANKAKUMAX
               MOVE WS-KANKAKU       TO WS-GR-KANKAKUMAX
           END-IF
           ADD 1                     TO WS-GR-KAISU
           MOVE SRT-RIYOUBI          TO WS-GR-SAISHUYMD.

      * 基準回数以上で、最短間隔が下限以上かつ最長との差が許容
      * 日数以内なら一定間隔の継続課金として登録する。
       2300-JUDGE-MEISAI.
           IF  WS-GR-KAISU < PRM-KAISUKIJUN
           OR  WS-GR-KANKAKUMIN < PRM-KANKAKUMIN
           OR  WS-GR-KANKAKUMAX - WS-GR-KANKAKUMIN > PRM-GOSANISSU
               GO TO 2300-EXIT
           END-IF
           COMPUTE WS-HEIKIN =
               ( FUNCTION INTEGER-OF-DATE(WS-GR-SAISHUYMD)
               - FUNCTION INTEGER-OF-DATE(WS-GR-SHOKAIYMD) )
               / ( WS-GR-KAISU - 1 )
           MOVE WS-GR-CARDNO         TO QTS302-PRMCARDNO
           MOVE WS-GR-KAMEITENNO     TO QTS302-PRMKAMEITENNO
           PERFORM 6000-GET-KEIZOKU
           IF  WS-SHINKI
               MOVE WS-GR-KIGYOUCD     TO QTS302-KAIKIGYOUCD
               MOVE WS-GR-SUBRANGEKEY  TO QTS302-KAISUBRANGEKEY
               MOVE WS-GR-NAIBUKAIINNO TO QTS302-KAINAIBUKAIINNO
               MOVE WS-GR-RIYOUSHACD   TO QTS302-RIYOUSHACD
           END-IF
           MOVE "1"                  TO QTS302-KENSHUTUMEISAI
           IF  QTS302-SHOKAIYMD = ZERO
           OR  QTS302-SHOKAIYMD > WS-GR-SHOKAIYMD
               MOVE WS-GR-SHOKAIYMD  TO QTS302-SHOKAIYMD
           END-IF
           IF  WS-GR-SAISHUYMD >= QTS302-SAISHUYMD
               MOVE WS-GR-SAISHUYMD  TO QTS302-SAISHUYMD
               MOVE WS-GR-SAISHUKNG  TO QTS302-SAISHUKNG
           END-IF
           MOVE WS-GR-KAISU          TO QTS302-KAKINKAISU
           MOVE WS-HEIKIN            TO QTS302-KAKINKANKAKU
           PERFORM 6100-SAVE-KEIZOKU
           ADD 1 TO WS-MEISAI-COUNT.

       2300-EXIT.
           EXIT.

      ****************************************************************
      *    オーソリログからの検出                                    *
      ****************************************************************
       3000-READ-AUTHLOG.
           READ QXS001-LOGFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 継続取引表示またはカードオンファイルで承認した取引を登録
      * する。停止により謝絶した取引は直近謝絶日だけを更新する。
       3100-CHECK-AUTHLOG.
           IF  QXS001-KAMEITENNO NOT = SPACES
           AND ( QXS001-KEIZOKUKBN = "1"
              OR QXS001-CARDENTDEV = "C" )
               EVALUATE QXS001-ERRCODE
                   WHEN "000"
                       PERFORM 3200-ENTRY-AUTH
                   WHEN "RCS"
                       PERFORM 3300-ENTRY-KYOZETSU
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 3000-READ-AUTHLOG.

       3200-ENTRY-AUTH.
           MOVE QXS001-CARDNO        TO QTS302-PRMCARDNO
           MOVE QXS001-KAMEITENNO    TO QTS302-PRMKAMEITENNO
           PERFORM 6000-GET-KEIZOKU
           IF  WS-SHINKI
               MOVE QXS001-KIGYOUCD     TO QTS302-KAIKIGYOUCD
               MOVE QXS001-SUBRANGEKEY  TO QTS302-KAISUBRANGEKEY
               MOVE QXS001-NAIBUKAIINNO TO QTS302-KAINAIBUKAIINNO
               MOVE WS-TODAY            TO QTS302-SHOKAIYMD
           END-IF
           MOVE "1"                  TO QTS302-KENSHUTUAUTH
           IF  WS-TODAY > QTS302-SAISHUYMD
               MOVE WS-TODAY         TO QTS302-SAISHUYMD
               MOVE QXS001-KINGAKU   TO QTS302-SAISHUKNG
           END-IF
           PERFORM 6100-SAVE-KEIZOKU
           ADD 1 TO WS-AUTH-COUNT.

       3300-ENTRY-KYOZETSU.
           MOVE QXS001-CARDNO        TO QTS302-PRMCARDNO
           MOVE QXS001-KAMEITENNO    TO QTS302-PRMKAMEITENNO
           READ QTS302-KEIZOKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N"          TO WS-SHINKI-SW
                   MOVE WS-TODAY     TO QTS302-KYOZETSUYMD
                   PERFORM 6100-SAVE-KEIZOKU
                   ADD 1 TO WS-KYOZETSU-COUNT
           END-READ.

      ****************************************************************
      *    アップデータ連携対象からの検出                            *
      ****************************************************************
       4000-READ-UPDATER.
           READ AU-KAMEIFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       4100-CHECK-UPDATER.
           MOVE AUK-CARDNO           TO QTS302-PRMCARDNO
           MOVE AUK-KAMEITENNO       TO QTS302-PRMKAMEITENNO
           PERFORM 6000-GET-KEIZOKU
           IF  WS-SHINKI
               MOVE AUK-KIGYOUCD     TO QTS302-KAIKIGYOUCD
               MOVE AUK-SUBRANGEKEY  TO QTS302-KAISUBRANGEKEY
               MOVE AUK-NAIBUKAIINNO TO QTS302-KAINAIBUKAIINNO
               MOVE AUK-RIYOUSHACD   TO QTS302-RIYOUSHACD
               MOVE AUK-KAISU        TO QTS302-KAKINKAISU
           END-IF
           MOVE "1"                  TO QTS302-KENSHUTUUPDATER
           IF  AUK-SAISHUYMD > QTS302-SAISHUYMD
               MOVE AUK-SAISHUYMD    TO QTS302-SAISHUYMD
           END-IF
           PERFORM 6100-SAVE-KEIZOKU
           ADD 1 TO WS-UPDATER-COUNT
           PERFORM 4000-READ-UPDATER.

      ****************************************************************
      *    番号変更時の課金停止の引継ぎ                              *
      ****************************************************************
       5000-READ-HENKOU.
           READ QCS022-HENKOU
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 旧カードで停止中の加盟店を拾い、新カードの同じ加盟店へ停止
      * を引き継ぐ。新番号へ再発行されてもアップデータ経由で課金が
      * 再開しないようにするため。
       5100-CHECK-HENKOU.
           IF  QCS022-HENKOUYMD >= PRM-HENKOUFROM
           AND QCS022-NEWCARDNO NOT = SPACES
               PERFORM 5200-COLLECT-TEISI
               PERFORM 5300-HIKITUGI-TEISI THRU 5300-EXIT
                       VARYING WS-HX FROM 1 BY 1
                       UNTIL WS-HX > WS-HK-MAX
           END-IF
           PERFORM 5000-READ-HENKOU.

       5200-COLLECT-TEISI.
           MOVE ZERO TO WS-HK-MAX
           MOVE "N"  TO WS-KZ-EOF-SW
           MOVE QCS022-PRMOLDCARDNO  TO QTS302-PRMCARDNO
           MOVE LOW-VALUES           TO QTS302-PRMKAMEITENNO
           START QTS302-KEIZOKU KEY IS NOT LESS THAN QTS302-SEG
               INVALID KEY SET WS-KZ-EOF TO TRUE
           END-START
           PERFORM 5210-COLLECT-ONE UNTIL WS-KZ-EOF.

       5210-COLLECT-ONE.
           READ QTS302-KEIZOKU NEXT
               AT END SET WS-KZ-EOF TO TRUE
           END-READ
           IF  NOT WS-KZ-EOF
               IF  QTS302-PRMCARDNO NOT = QCS022-PRMOLDCARDNO
                   SET WS-KZ-EOF TO TRUE
               ELSE
                   IF  QTS302-TEISISTS = "1"
                       IF  WS-HK-MAX >= 200
                           DISPLAY "QTS302B: HIKITUGI TBL AFURE "
                               QCS022-PRMOLDCARDNO
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HK-MAX
                       MOVE QTS302-PRMKAMEITENNO
                           TO WS-HK-KAMEITENNO(WS-HK-MAX)
                   END-IF
               END-IF
           END-IF.

       5300-HIKITUGI-TEISI.
           MOVE QCS022-PRMOLDCARDNO  TO QTS302-PRMCARDNO
           MOVE WS-HK-KAMEITENNO(WS-HX) TO QTS302-PRMKAMEITENNO
           READ QTS302-KEIZOKU
               INVALID KEY
                   GO TO 5300-EXIT
           END-READ
           MOVE QTS302-REC           TO WS-MOTO-AREA
           MOVE QCS022-NEWCARDNO     TO QTS302-PRMCARDNO
           PERFORM 6000-GET-KEIZOKU
           IF  NOT WS-SHINKI
           AND QTS302-TEISISTS = "1"
               GO TO 5300-EXIT
           END-IF
           IF  WS-SHINKI
               MOVE WS-MOTO-AREA     TO QTS302-REC
               MOVE QCS022-NEWCARDNO TO QTS302-PRMCARDNO
               MOVE ZERO             TO QTS302-KYOZETSUYMD
               MOVE WS-TODAY         TO QTS302-TOROKUYMD
           ELSE
               MOVE "1"              TO QTS302-TEISISTS
               MOVE MT-TEISIYMD      TO QTS302-TEISIYMD
               MOVE MT-TEISICHANNEL  TO QTS302-TEISICHANNEL
               ADD 1                 TO QTS302-TEISIKAISU
           END-IF
           MOVE QCS022-PRMOLDCARDNO  TO QTS302-MOTOCARDNO
           PERFORM 6100-SAVE-KEIZOKU
           PERFORM 7000-WRITE-RIREKI
           ADD 1 TO WS-HIKITUGI-COUNT.

       5300-EXIT.
           EXIT.

      ****************************************************************
      *    継続課金登録の読込・更新                                  *
      ****************************************************************
       6000-GET-KEIZOKU.
           MOVE "N" TO WS-SHINKI-SW
           READ QTS302-KEIZOKU
               INVALID KEY
                   SET WS-SHINKI TO TRUE
                   MOVE QTS302-SEG   TO WS-KZ-KEY
                   INITIALIZE QTS302-REC
                   MOVE WS-KZ-KEY    TO QTS302-SEG
                   MOVE WS-TODAY     TO QTS302-TOROKUYMD
           END-READ.

       6100-SAVE-KEIZOKU.
           MOVE "QTS302B"            TO QTS302-OPERATORID
           MOVE WS-TODAY             TO QTS302-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS302-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS302-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS302-REC
                   INVALID KEY
                       DISPLAY "QTS302B: QTS302 WRITE NG " QTS302-SEG
                   NOT INVALID KEY
                       ADD 1 TO WS-SHINKI-COUNT
               END-WRITE
           ELSE
               REWRITE QTS302-REC
                   INVALID KEY
                       DISPLAY "QTS302B: QTS302 REWRITE NG "
                           QTS302-SEG
               END-REWRITE
           END-IF.

      * 停止の引継ぎを新カード側の履歴として記録する。同一時刻の
      * 重複は連番を進めて書く。
       7000-WRITE-RIREKI.
           INITIALIZE QTS303-REC
           MOVE QTS302-PRMCARDNO     TO QTS303-PRMCARDNO
           MOVE QTS302-PRMKAMEITENNO TO QTS303-PRMKAMEITENNO
           MOVE WS-TODAY             TO QTS303-PRMUKETSUKEYMD
           MOVE WS-NOW-TIME          TO QTS303-PRMUKETSUKETIME
           MOVE QTS302-KAI           TO QTS303-KAI
           MOVE "3"                  TO QTS303-SOUSAKBN
           MOVE "9"                  TO QTS303-CHANNELKBN
           MOVE QCS022-PRMOLDCARDNO  TO QTS303-MOTOCARDNO
           MOVE "QTS302B"            TO QTS303-OPERATORID
           MOVE WS-TODAY             TO QTS303-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS303-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS303-SVRKOUSHINYMD
           MOVE "N"                  TO WS-RIREKI-OK-SW
           PERFORM 7100-TRY-RIREKI VARYING QTS303-PRMRENBAN
                   FROM 1 BY 1
                   UNTIL WS-RIREKI-OK OR QTS303-PRMRENBAN > 998.

       7100-TRY-RIREKI.
           WRITE QTS303-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RIREKI-OK TO TRUE
           END-WRITE.

       9000-TERMINATE.
           DISPLAY "QTS302B: MEISAI=" WS-SORT-COUNT
                   " KENSHUTU=" WS-MEISAI-COUNT
                   " AUTH=" WS-AUTH-COUNT
                   " KYOZETSU=" WS-KYOZETSU-COUNT
                   " UPDATER=" WS-UPDATER-COUNT
                   " SHINKI=" WS-SHINKI-COUNT
                   " HIKITUGI=" WS-HIKITUGI-COUNT
           CLOSE QXS001-LOGFILE
           CLOSE AU-KAMEIFILE
           CLOSE QCS022-HENKOU
           CLOSE QTS302-KEIZOKU
           CLOSE QTS303-RIREKI.
