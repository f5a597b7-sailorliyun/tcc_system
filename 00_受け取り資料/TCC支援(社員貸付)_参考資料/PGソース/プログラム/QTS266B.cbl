      *8...........2.........3.........4.........5........6........7.........8
      *    QTS266B
      ****************************************************************
      *                漏洩カード通知取込バッチ（日次）              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
      *    国際ブランドの漏洩カード通知（QXTS266、取込ゲート共通
      *    ラッパ形式）を漏洩カード管理（QTS266）へ取り込む。
      *    カード番号は有効化状態ファイル（QTS220）で会員と照合し、
      *    登録のないカード（有効化管理の導入前に発行したもの）は
      *    取込後に会員マスタ（QTS010）の提携カード番号を一巡して
      *    照合する。照合できた有効カードには次のリスク区分を付け、
      *    高リスクはブロックテーブル（QTS110）へ登録する。
      *      高：磁気情報・セキュリティコードを含む漏洩、または
      *          当該カードに不正確定（QXS003）の取引がある
      *      中：カード番号＋有効期限の漏洩
      *      低：カード番号のみの漏洩（監視のみ）
      *    再発行と会員通知はQTS267Bが行う。同一事案・同一カードの
      *    再配信分は取り込まない。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS266B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  CAMS-INFILE     ASSIGN TO "QXTS266"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS266-ROUEI    ASSIGN TO "QTS266"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS266-SEG
                   FILE STATUS IS WS-QTS266-STATUS.
           SELECT  QTS220-ACTFILE  ASSIGN TO "QTS220"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS220-PRMCARDNO
                   FILE STATUS IS WS-QTS220-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QXS003-FUSEI    ASSIGN TO "QXS003"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QXS003-PRM
                   FILE STATUS IS WS-QXS003-STATUS.
           SELECT  QTS110-BLACKFILE ASSIGN TO "QTS110"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS110-PRM
                   FILE STATUS IS WS-QTS110-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  CAMS-INFILE.
      *    取込ゲート共通ラッパ形式（先頭１桁レコード区分）
       01  CAMS-IN-REC.
           03  CMS-RECKBN              PIC X(01).
      *        1:ヘッダ  2:データ  8:トレーラ
           COPY QXTS266 REPLACING ==()== BY ==CMS==.
       FD  QTS266-ROUEI.
       01  QTS266-REC.
           COPY QTS266 REPLACING ==()== BY ==QTS266==.
       FD  QTS220-ACTFILE.
       01  QTS220-REC.
           COPY QTS220 REPLACING ==()== BY ==QTS220==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QXS003-FUSEI.
       01  QXS003-REC.
           COPY QXS003 REPLACING ==()== BY ==QXS003==.
       FD  QTS110-BLACKFILE.
       01  QTS110-REC.
           COPY QTS110 REPLACING ==()== BY ==QTS110==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS266-STATUS        PIC X(02).
       01  WS-QTS220-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QXS003-STATUS        PIC X(02).
       01  WS-QTS110-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-FUSEI-EOF-SW         PIC X(01).
           88  WS-FUSEI-EOF                      VALUE "Y".
       01  WS-FUSEI-SW             PIC X(01).
           88  WS-FUSEI-ARI                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-BLACK-NO             PIC 9(08)     VALUE ZERO.
      * ブロック理由コード（漏洩）
       01  WS-BLACKRIYU-ROUEI      PIC 9(02)     VALUE 93.
       01  WS-TKSCARDNO-X          PIC X(16).
       01  WS-TORIKOMI-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-JUFUKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-YUKO-COUNT           PIC 9(05)     VALUE ZERO.
       01  WS-MUKOU-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-GAITOUNASHI-COUNT    PIC 9(05)     VALUE ZERO.
       01  WS-KOU-COUNT            PIC 9(05)     VALUE ZERO.
       01  WS-CHU-COUNT            PIC 9(05)     VALUE ZERO.
       01  WS-TEI-COUNT            PIC 9(05)     VALUE ZERO.
       01  WS-BLOCK-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
      * 有効化状態ファイルで照合できなかったカード
       01  WS-MS-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-MX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-MS-TBL.
           05  WS-MS-ENT           OCCURS 5000.
             07  WS-MS-SEG.
               09  WS-MS-EVENTID   PIC X(12).
               09  WS-MS-CARDNO    PIC X(16).
             07  WS-MS-SHOUGO-SW   PIC X(01).
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CAMS THRU 2900-NEXT-CAMS
                   UNTIL WS-EOF
           PERFORM 5000-SCAN-KAIIN THRU 5000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  CAMS-INFILE
           OPEN I-O    QTS266-ROUEI
           OPEN INPUT  QTS220-ACTFILE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QXS003-FUSEI
           OPEN I-O    QTS110-BLACKFILE
           PERFORM 1500-GET-MAX-NO
           READ CAMS-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1500-GET-MAX-NO.
           MOVE 99999999 TO QTS110-PRMBLACKNO
           START QTS110-BLACKFILE KEY IS LESS THAN
                   QTS110-PRMBLACKNO
               INVALID KEY
                   MOVE ZERO TO WS-BLACK-NO
               NOT INVALID KEY
                   READ QTS110-BLACKFILE PREVIOUS
                       AT END MOVE ZERO TO WS-BLACK-NO
                       NOT AT END
                           MOVE QTS110-PRMBLACKNO
                               TO WS-BLACK-NO
                   END-READ
           END-START.

      * 有効化状態ファイルに登録のあるカードはその場で会員と照合
      * し、登録のないカードは該当なしで登録したうえで会員マスタ
      * 照合の対象として表へ積む。
       2000-PROCESS-CAMS.
           IF  CMS-RECKBN NOT = "2"
               GO TO 2900-NEXT-CAMS
           END-IF
           IF  CMS-EVENTID = SPACES
           OR  CMS-CARDNO = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE CMS-CARDNO       TO MSK-MOTOCARDNO
               PERFORM 8600-MASK-CARDNO
               DISPLAY "QTS266B: KOUMOKU FUSEI " CMS-EVENTID
                   " " MSK-MASKCARDNO
               GO TO 2900-NEXT-CAMS
           END-IF
           MOVE CMS-EVENTID          TO QTS266-PRMEVENTID
           MOVE CMS-CARDNO           TO QTS266-PRMCARDNO
           READ QTS266-ROUEI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-JUFUKU-COUNT
                   GO TO 2900-NEXT-CAMS
           END-READ
           ADD 1 TO WS-TORIKOMI-COUNT
           INITIALIZE QTS266-REC
           MOVE CMS-EVENTID          TO QTS266-PRMEVENTID
           MOVE CMS-CARDNO           TO QTS266-PRMCARDNO
           MOVE CMS-BRANDKBN         TO QTS266-BRANDKBN
           MOVE CMS-ROUEIKBN         TO QTS266-ROUEIKBN
           MOVE CMS-ROUEIFROMYMD     TO QTS266-ROUEIFROMYMD
           MOVE CMS-ROUEITOYMD       TO QTS266-ROUEITOYMD
           MOVE CMS-TSUCHIYMD        TO QTS266-BRANDTSUCHIYMD
           MOVE WS-TODAY             TO QTS266-TORIKOMIYMD
           MOVE "9"                  TO QTS266-SHOUGOKBN
           MOVE "9"                  TO QTS266-TAIOUSTS
           MOVE WS-TODAY             TO QTS266-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS266-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS266-SVRKOUSHINYMD
           MOVE CMS-CARDNO           TO QTS220-PRMCARDNO
           READ QTS220-ACTFILE
               INVALID KEY
                   PERFORM 2100-ADD-MS-TBL
               NOT INVALID KEY
                   PERFORM 2200-SHOUGO-ACT
           END-READ
           WRITE QTS266-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS266B: QTS266 WRITE NG " QTS266-SEG
           END-WRITE.

       2900-NEXT-CAMS.
           READ CAMS-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-ADD-MS-TBL.
           IF  WS-MS-MAX >= 5000
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS266B: MS TBL AFURE " QTS266-SEG
           ELSE
               ADD 1 TO WS-MS-MAX
               MOVE QTS266-SEG       TO WS-MS-SEG(WS-MS-MAX)
               MOVE "N"              TO WS-MS-SHOUGO-SW(WS-MS-MAX)
           END-IF.

      * 有効化状態ファイルの会員キーで会員マスタを読む。発行取消
      * 済のカードは無効カードとする。
       2200-SHOUGO-ACT.
           MOVE QTS220-KAIKIGYOUCD   TO QTS010-PRMKIGYOUCD
           MOVE QTS220-KAISUBRANGEKEY TO QTS010-PRMSUBRANGEKEY
           MOVE QTS220-KAINAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-GAITOUNASHI-COUNT
                   DISPLAY "QTS266B: GAITOU NASHI " QTS266-SEG
               NOT INVALID KEY
                   PERFORM 3000-HANTEI
           END-READ.

      * 会員マスタ（読込済）の現況からリスク区分を判定する。
       3000-HANTEI.
           MOVE QTS010-PRMKIGYOUCD   TO QTS266-KAIKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTS266-KAISUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS266-KAINAIBUKAIINNO
           IF  QTS010-KAIJOKBN NOT = ZERO
           OR  QTS010-STSCARD NOT = ZERO
           OR  (QTS220-PRMCARDNO = QTS266-PRMCARDNO
                AND QTS220-ACTSTS = "9")
               MOVE "2"              TO QTS266-SHOUGOKBN
               MOVE "3"              TO QTS266-RISKKBN
               MOVE "9"              TO QTS266-TAIOUSTS
               ADD 1 TO WS-MUKOU-COUNT
           ELSE
               MOVE "1"              TO QTS266-SHOUGOKBN
               MOVE SPACES           TO QTS266-TAIOUSTS
               ADD 1 TO WS-YUKO-COUNT
               PERFORM 3100-CHECK-FUSEI
               EVALUATE TRUE
                   WHEN QTS266-ROUEIKBN = "3"
                   WHEN WS-FUSEI-ARI
                       MOVE "1"      TO QTS266-RISKKBN
                       ADD 1 TO WS-KOU-COUNT
                       PERFORM 3200-WRITE-BLACK
                   WHEN QTS266-ROUEIKBN = "2"
                       MOVE "2"      TO QTS266-RISKKBN
                       ADD 1 TO WS-CHU-COUNT
                   WHEN OTHER
                       MOVE "3"      TO QTS266-RISKKBN
                       MOVE "3"      TO QTS266-TAIOUSTS
                       ADD 1 TO WS-TEI-COUNT
               END-EVALUATE
           END-IF.

      * 当該カードに不正確定の判定結果があるかを確認する。
       3100-CHECK-FUSEI.
           MOVE "N"                  TO WS-FUSEI-SW
           MOVE "N"                  TO WS-FUSEI-EOF-SW
           MOVE QTS266-PRMCARDNO     TO QXS003-PRMCARDNO
           MOVE LOW-VALUES           TO QXS003-PRMRIYOUDATETIME
           START QXS003-FUSEI KEY >= QXS003-PRM
               INVALID KEY SET WS-FUSEI-EOF TO TRUE
           END-START
           PERFORM 3110-READ-FUSEI
               UNTIL WS-FUSEI-EOF OR WS-FUSEI-ARI.

       3110-READ-FUSEI.
           READ QXS003-FUSEI NEXT
               AT END SET WS-FUSEI-EOF TO TRUE
           END-READ
           IF  NOT WS-FUSEI-EOF
               IF  QXS003-PRMCARDNO NOT = QTS266-PRMCARDNO
                   SET WS-FUSEI-EOF TO TRUE
               ELSE
                   IF  QXS003-OUTCOMEKBN = "1"
                       SET WS-FUSEI-ARI TO TRUE
                   END-IF
               END-IF
           END-IF.

      * 高リスクの会員をブロック登録する（会員番号は外部会員番号の
      * 識別番号）。登録ＮＯは新カード有効化時の解除のため漏洩
      * カード管理に残す。
       3200-WRITE-BLACK.
           ADD 1 TO WS-BLACK-NO
           INITIALIZE QTS110-REC
           MOVE WS-BLACK-NO              TO QTS110-PRMBLACKNO
           MOVE WS-TODAY                 TO QTS110-TOUROKUYMD
           MOVE 1                        TO QTS110-TOUROKUKBN
           MOVE WS-BLACKRIYU-ROUEI       TO QTS110-BLACKRIYU
           MOVE QTS010-GKNSHIKIBETSUNO   TO QTS110-KAIINNO
           MOVE QTS010-HONSHIMEIKANA     TO QTS110-HONSHIMEIKANA
           MOVE QTS010-HONSEINENGAPPI    TO QTS110-HONSEINENGAPPI
           MOVE QTS010-CARDKBN           TO QTS110-CARDKBN
           MOVE WS-TODAY                 TO QTS110-SVRKOUSHINYMD
           WRITE QTS110-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS266B: BLACK TOUROKU NG "
                       QTS110-PRMBLACKNO
               NOT INVALID KEY
                   MOVE WS-BLACK-NO      TO QTS266-BLACKNO
                   ADD 1 TO WS-BLOCK-COUNT
           END-WRITE.

      * 会員マスタを一巡し、提携カード番号が未照合のカードと一致
      * した会員で照合し直す。
       5000-SCAN-KAIIN.
           IF  WS-MS-MAX = ZERO
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO QTS220-PRMCARDNO
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS010-PRM
           START QTS010-MASTER KEY >= QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 5100-SCAN-KAIIN UNTIL WS-EOF
           PERFORM 5300-GAITOUNASHI
               VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MS-MAX.

       5000-EXIT.
           EXIT.

       5100-SCAN-KAIIN.
           READ QTS010-MASTER NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
           AND QTS010-TKSCARDNO NOT = ZERO
               MOVE QTS010-TKSCARDNO TO WS-TKSCARDNO-X
               PERFORM 5200-MATCH-MS THRU 5200-EXIT
                   VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MS-MAX
           END-IF.

       5200-MATCH-MS.
           IF  WS-MS-CARDNO(WS-MX) NOT = WS-TKSCARDNO-X
           OR  WS-MS-SHOUGO-SW(WS-MX) = "Y"
               GO TO 5200-EXIT
           END-IF
           MOVE WS-MS-SEG(WS-MX)     TO QTS266-SEG
           READ QTS266-ROUEI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS266B: QTS266 NASHI " QTS266-SEG
                   GO TO 5200-EXIT
           END-READ
           MOVE "Y"                  TO WS-MS-SHOUGO-SW(WS-MX)
           PERFORM 3000-HANTEI
           MOVE WS-TODAY             TO QTS266-SVRKOUSHINYMD
           REWRITE QTS266-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS266B: QTS266 REWRITE NG " QTS266-SEG
           END-REWRITE.

       5200-EXIT.
           EXIT.

       5300-GAITOUNASHI.
           IF  WS-MS-SHOUGO-SW(WS-MX) NOT = "Y"
               ADD 1 TO WS-GAITOUNASHI-COUNT
               DISPLAY "QTS266B: GAITOU NASHI " WS-MS-SEG(WS-MX)
           END-IF.

      * カード番号は先頭６桁と末尾４桁以外を伏せて出力する。
       8600-MASK-CARDNO.
           IF  MSK-MOTOCARDNO = SPACES
           OR  MSK-MOTOCARDNO = ZERO
               MOVE MSK-MOTOCARDNO   TO MSK-MASKCARDNO
           ELSE
               MOVE MSK-MOTOCARDNO(1:6)  TO MSK-MASKMAE
               MOVE "******"             TO MSK-MASKCHU
               MOVE MSK-MOTOCARDNO(13:4) TO MSK-MASKATO
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS266B: TORIKOMI=" WS-TORIKOMI-COUNT
                   " JUFUKU=" WS-JUFUKU-COUNT
                   " YUKO=" WS-YUKO-COUNT
                   " MUKOU=" WS-MUKOU-COUNT
                   " GAITOUNASHI=" WS-GAITOUNASHI-COUNT
           DISPLAY "QTS266B: KOU=" WS-KOU-COUNT
                   " CHU=" WS-CHU-COUNT
                   " TEI=" WS-TEI-COUNT
                   " BLOCK=" WS-BLOCK-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE CAMS-INFILE
           CLOSE QTS266-ROUEI
           CLOSE QTS220-ACTFILE
           CLOSE QTS010-MASTER
           CLOSE QXS003-FUSEI
           CLOSE QTS110-BLACKFILE.
