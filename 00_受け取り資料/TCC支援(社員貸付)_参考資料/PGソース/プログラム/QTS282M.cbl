      *8...........2.........3.........4.........5........6........7.........8
      *    QTS282M
      ****************************************************************
      *                法的手続管理メンテナンス処理                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    支払督促・訴訟の事件を法的手続管理（QTS282）に登録し、
      *    申立て・期日・判決・強制執行・取下げ・終結の各段階を
      *    更新する。
      *      申立・提訴      消滅時効管理へ裁判上の請求を登録
      *      判決・命令確定  消滅時効管理へ判決確定を登録
      *      取下げ・却下    消滅時効管理へ請求終了を登録
      *    時効援用済の会員は消滅時効管理を更新しない（一覧に表示
      *    する）。請求額の作成と手続費用の請求計上はQTS282Bが行う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS282M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HOU-TRANFILE    ASSIGN TO "QTS282TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS282-HOUTEKI  ASSIGN TO "QTS282"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS282-SEG
                   FILE STATUS IS WS-QTS282-STATUS.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS129-KENGEN   ASSIGN TO "QTS129"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS129-SEG
                   FILE STATUS IS WS-QTS129-STATUS.
           SELECT  QTS133-ROLEKYOKA ASSIGN TO "QTS133"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS133-SEG
                   FILE STATUS IS WS-QTS133-STATUS.
           SELECT  QTS025-JOURNAL  ASSIGN TO "QTS025"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QTS025-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HOU-TRANFILE.
       01  HOU-TRAN-REC.
           05  HTT-ACTIONKBN           PIC 9(01).
      *        1:事件登録  2:申立・提訴  3:期日登録  4:判決・命令確定
      *        5:強制執行  6:取下げ・却下  7:費用追加  9:終結
           05  HTT-PRMKIGYOUCD         PIC 9(04).
           05  HTT-PRMSUBRANGEKEY      PIC 9(04).
           05  HTT-PRMNAIBUKAIINNO     PIC 9(08).
           05  HTT-PRMJIKENRENBAN      PIC 9(02).
           05  HTT-TETSUZUKIKBN        PIC X(01).
      *        登録時の手続種別。期日登録で指定すれば種別を変更する
      *        （支払督促の異議による訴訟移行）
           05  HTT-JIYUYMD             PIC 9(08).
      *        申立日・期日・判決日・執行申立日・取下げ日・終結日
           05  HTT-SAIBANSHOMEI        PIC N(15).
           05  HTT-JIKENBANGOU         PIC X(20).
           05  HTT-INSHIDAI            PIC 9(09).
           05  HTT-YUUKENDAI           PIC 9(09).
           05  HTT-SONOTAHIYOU         PIC 9(09).
           05  HTT-HANKETSUKBN         PIC X(01).
           05  HTT-KAKUTEIYMD          PIC 9(08).
           05  HTT-NINYOUGAKU          PIC 9(11).
           05  HTT-HIYOUFUTANKBN       PIC X(01).
           05  HTT-SHIKKOUKBN          PIC X(01).
           05  HTT-KAISHUGAKU          PIC 9(11).
      *        強制執行による回収額（執行登録のつど加算）
           05  HTT-OPERATORID          PIC X(08).
           05  HTT-TABANO              PIC X(05).
       FD  QTS282-HOUTEKI.
       01  QTS282-REC.
           COPY QTS282 REPLACING ==()== BY ==QTS282==.
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS129-KENGEN.
       01  QTS129-REC.
           COPY QTS129 REPLACING ==()== BY ==QTS129==.
       FD  QTS133-ROLEKYOKA.
       01  QTS133-REC.
           COPY QTS133 REPLACING ==()== BY ==QTS133==.
       FD  QTS025-JOURNAL.
       01  QTS025-REC.
           COPY QTS025 REPLACING ==()== BY ==QTS025==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS282-STATUS        PIC X(02).
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOUROKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-KOUSHIN-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-JIKOU-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-KENGEN-NG-COUNT      PIC 9(05)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  HOU-TRANFILE
           OPEN I-O    QTS282-HOUTEKI
           OPEN I-O    QTS248-JIKOU
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ HOU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  HTT-JIYUYMD > WS-TODAY
           OR (HTT-ACTIONKBN NOT = 1 AND HTT-JIYUYMD = ZERO)
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS282M: JIYUBI FUSEI " HTT-JIYUYMD
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE HTT-PRMKIGYOUCD      TO QTS282-PRMKIGYOUCD
           MOVE HTT-PRMSUBRANGEKEY   TO QTS282-PRMSUBRANGEKEY
           MOVE HTT-PRMNAIBUKAIINNO  TO QTS282-PRMNAIBUKAIINNO
           MOVE HTT-PRMJIKENRENBAN   TO QTS282-PRMJIKENRENBAN
           IF  HTT-ACTIONKBN = 1
               PERFORM 3000-TOUROKU THRU 3000-EXIT
               GO TO 2900-NEXT-TRAN
           END-IF
           READ QTS282-HOUTEKI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS282M: TOUROKU NASHI " QTS282-PRM
                   GO TO 2900-NEXT-TRAN
           END-READ
           MOVE QTS282-REC(1:120)    TO WS-JN-BEFORE
           EVALUATE HTT-ACTIONKBN
               WHEN 2
                   PERFORM 4000-SHINSEI THRU 4000-EXIT
               WHEN 3
                   PERFORM 4100-KIJITSU THRU 4100-EXIT
               WHEN 4
                   PERFORM 4200-HANKETSU THRU 4200-EXIT
               WHEN 5
                   PERFORM 4300-SHIKKOU THRU 4300-EXIT
               WHEN 6
                   PERFORM 4400-TORISAGE THRU 4400-EXIT
               WHEN 7
                   PERFORM 4500-HIYOU THRU 4500-EXIT
               WHEN 9
                   PERFORM 4900-SHURYO THRU 4900-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS282M: BAD ACTION " HTT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ HOU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE HTT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS282M"       TO QTS133-PRMTRANID
                       READ QTS133-ROLEKYOKA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF  QTS133-KYOKAKBN = "1"
                                   SET WS-KENGEN-OK TO TRUE
                               END-IF
                       END-READ
                   END-IF
           END-READ
           IF  NOT WS-KENGEN-OK
               ADD 1 TO WS-KENGEN-NG-COUNT
               DISPLAY "QTS282M: KENGEN NASHI " HTT-OPERATORID
           END-IF.

      * 事件登録。請求額はQTS282Bが準備中の事件について作成する。
       3000-TOUROKU.
           IF  HTT-TETSUZUKIKBN NOT = "1" AND "2" AND "3"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS282M: TETSUZUKIKBN FUSEI "
                       HTT-TETSUZUKIKBN
               GO TO 3000-EXIT
           END-IF
           MOVE HTT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE HTT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE HTT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS282M: QTS010 NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           INITIALIZE QTS282-REC
           MOVE HTT-PRMKIGYOUCD      TO QTS282-PRMKIGYOUCD
           MOVE HTT-PRMSUBRANGEKEY   TO QTS282-PRMSUBRANGEKEY
           MOVE HTT-PRMNAIBUKAIINNO  TO QTS282-PRMNAIBUKAIINNO
           MOVE HTT-PRMJIKENRENBAN   TO QTS282-PRMJIKENRENBAN
           MOVE HTT-TETSUZUKIKBN     TO QTS282-TETSUZUKIKBN
           MOVE "1"                  TO QTS282-TETSUZUKISTS
           MOVE HTT-SAIBANSHOMEI     TO QTS282-SAIBANSHOMEI
           MOVE HTT-JIKENBANGOU      TO QTS282-JIKENBANGOU
           MOVE HTT-OPERATORID       TO QTS282-OPERATORID
           MOVE WS-TODAY             TO QTS282-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS282-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS282-SVRKOUSHINYMD
           WRITE QTS282-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS282M: TOUROKUZUMI " QTS282-PRM
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-TOUROKU-COUNT
           MOVE SPACES               TO WS-JN-BEFORE
           MOVE QTS282-REC(1:120)    TO WS-JN-AFTER
           MOVE "A"                  TO WS-JN-ACTION
           MOVE QTS282-PRM           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 申立・提訴。申立費用を計上し、裁判上の請求を時効管理へ。
       4000-SHINSEI.
           IF  QTS282-TETSUZUKISTS NOT = "1"
               PERFORM 8900-STS-ERROR
               GO TO 4000-EXIT
           END-IF
           MOVE HTT-JIYUYMD          TO QTS282-SHINSEIYMD
           IF  HTT-SAIBANSHOMEI NOT = SPACES
               MOVE HTT-SAIBANSHOMEI TO QTS282-SAIBANSHOMEI
           END-IF
           IF  HTT-JIKENBANGOU NOT = SPACES
               MOVE HTT-JIKENBANGOU  TO QTS282-JIKENBANGOU
           END-IF
           PERFORM 8100-ADD-HIYOU
           MOVE "2"                  TO QTS282-TETSUZUKISTS
           PERFORM 8000-REWRITE-HOUTEKI
           PERFORM 7000-FEED-JIKOU THRU 7000-EXIT.

       4000-EXIT.
           EXIT.

      * 期日登録。直近５回分を保持する。支払督促に異議が出て訴訟
      * へ移行したときは手続種別を併せて変更する。
       4100-KIJITSU.
           IF  QTS282-TETSUZUKISTS NOT = "2" AND "3"
               PERFORM 8900-STS-ERROR
               GO TO 4100-EXIT
           END-IF
           IF  QTS282-KIJITSUCOUNT >= 5
               PERFORM 4110-SHIFT-KIJITSU
                   VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > 4
           ELSE
               ADD 1 TO QTS282-KIJITSUCOUNT
           END-IF
           MOVE HTT-JIYUYMD TO QTS282-KIJITSUYMD(QTS282-KIJITSUCOUNT)
           IF  HTT-TETSUZUKIKBN = "2" OR "3"
               MOVE HTT-TETSUZUKIKBN TO QTS282-TETSUZUKIKBN
           END-IF
           IF  HTT-JIKENBANGOU NOT = SPACES
               MOVE HTT-JIKENBANGOU  TO QTS282-JIKENBANGOU
           END-IF
           MOVE "3"                  TO QTS282-TETSUZUKISTS
           PERFORM 8000-REWRITE-HOUTEKI.

       4100-EXIT.
           EXIT.

       4110-SHIFT-KIJITSU.
           MOVE QTS282-KIJITSUYMD(WS-KX + 1)
                                     TO QTS282-KIJITSUYMD(WS-KX).

      * 判決・命令確定。確定日で判決確定を時効管理へ登録する。
       4200-HANKETSU.
           IF  QTS282-TETSUZUKISTS NOT = "2" AND "3"
               PERFORM 8900-STS-ERROR
               GO TO 4200-EXIT
           END-IF
           IF  HTT-HANKETSUKBN NOT = "1" AND "2" AND "3"
           OR  HTT-HIYOUFUTANKBN NOT = "1" AND "2"
           OR  HTT-KAKUTEIYMD < HTT-JIYUYMD
           OR  HTT-KAKUTEIYMD > WS-TODAY
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS282M: HANKETSU NAIYOU FUSEI " QTS282-PRM
               GO TO 4200-EXIT
           END-IF
           MOVE HTT-HANKETSUKBN      TO QTS282-HANKETSUKBN
           MOVE HTT-JIYUYMD          TO QTS282-HANKETSUYMD
           MOVE HTT-KAKUTEIYMD       TO QTS282-KAKUTEIYMD
           MOVE HTT-NINYOUGAKU       TO QTS282-NINYOUGAKU
           MOVE HTT-HIYOUFUTANKBN    TO QTS282-HIYOUFUTANKBN
           MOVE "4"                  TO QTS282-TETSUZUKISTS
           PERFORM 8000-REWRITE-HOUTEKI
           PERFORM 7000-FEED-JIKOU THRU 7000-EXIT.

       4200-EXIT.
           EXIT.

      * 強制執行。判決・命令確定後に限る。執行費用と回収額を加算。
       4300-SHIKKOU.
           IF  QTS282-TETSUZUKISTS NOT = "4" AND "5"
               PERFORM 8900-STS-ERROR
               GO TO 4300-EXIT
           END-IF
           IF  HTT-SHIKKOUKBN NOT = "1" AND "2" AND "3" AND "4"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS282M: SHIKKOUKBN FUSEI " HTT-SHIKKOUKBN
               GO TO 4300-EXIT
           END-IF
           MOVE HTT-SHIKKOUKBN       TO QTS282-SHIKKOUKBN
           MOVE HTT-JIYUYMD          TO QTS282-SHIKKOUYMD
           ADD  HTT-KAISHUGAKU       TO QTS282-SHIKKOUKAISHUGAKU
           PERFORM 8100-ADD-HIYOU
           MOVE "5"                  TO QTS282-TETSUZUKISTS
           PERFORM 8000-REWRITE-HOUTEKI.

       4300-EXIT.
           EXIT.

      * 取下げ・却下。請求終了を時効管理へ登録する（終了後６か月
      * の完成猶予はQTS248Bが計算する）。
       4400-TORISAGE.
           IF  QTS282-TETSUZUKISTS NOT = "2" AND "3"
               PERFORM 8900-STS-ERROR
               GO TO 4400-EXIT
           END-IF
           MOVE HTT-JIYUYMD          TO QTS282-TORISAGEYMD
           MOVE "8"                  TO QTS282-TETSUZUKISTS
           PERFORM 8000-REWRITE-HOUTEKI
           PERFORM 7000-FEED-JIKOU THRU 7000-EXIT.

       4400-EXIT.
           EXIT.

      * 費用追加（送達費用・執行費用等の追加予納）。
       4500-HIYOU.
           IF  QTS282-TETSUZUKISTS = "1" OR "8" OR "9"
               PERFORM 8900-STS-ERROR
               GO TO 4500-EXIT
           END-IF
           PERFORM 8100-ADD-HIYOU
           PERFORM 8000-REWRITE-HOUTEKI.

       4500-EXIT.
           EXIT.

       4900-SHURYO.
           IF  QTS282-TETSUZUKISTS = "9"
               PERFORM 8900-STS-ERROR
               GO TO 4900-EXIT
           END-IF
           MOVE HTT-JIYUYMD          TO QTS282-SHURYOYMD
           MOVE "9"                  TO QTS282-TETSUZUKISTS
           PERFORM 8000-REWRITE-HOUTEKI.

       4900-EXIT.
           EXIT.

      * 消滅時効管理への事由登録（QTS248Mの事由登録と同じ扱い）。
      * 管理レコードがなければ起こし、援用済の会員には登録しない。
       7000-FEED-JIKOU.
           MOVE HTT-PRMKIGYOUCD      TO QTS248-PRMKIGYOUCD
           MOVE HTT-PRMSUBRANGEKEY   TO QTS248-PRMSUBRANGEKEY
           MOVE HTT-PRMNAIBUKAIINNO  TO QTS248-PRMNAIBUKAIINNO
           MOVE "N" TO WS-SHINKI-SW
           READ QTS248-JIKOU
               INVALID KEY
                   SET WS-SHINKI TO TRUE
           END-READ
           IF  WS-SHINKI
               INITIALIZE QTS248-REC
               MOVE HTT-PRMKIGYOUCD      TO QTS248-PRMKIGYOUCD
               MOVE HTT-PRMSUBRANGEKEY   TO QTS248-PRMSUBRANGEKEY
               MOVE HTT-PRMNAIBUKAIINNO  TO QTS248-PRMNAIBUKAIINNO
               MOVE "1"                  TO QTS248-JIKOUSTS
               MOVE SPACES               TO WS-JN-BEFORE
           ELSE
               MOVE QTS248-REC           TO WS-JN-BEFORE
           END-IF
           IF  QTS248-JIKOUSTS = "3"
               DISPLAY "QTS282M: JIKOU ENYOUZUMI " QTS248-PRM
               GO TO 7000-EXIT
           END-IF
           EVALUATE HTT-ACTIONKBN
               WHEN 2
                   MOVE HTT-JIYUYMD      TO QTS248-SAIBANYMD
                   MOVE ZERO             TO QTS248-TORISAGEYMD
                   MOVE "4"              TO QTS248-JIKOUSTS
               WHEN 4
                   MOVE HTT-KAKUTEIYMD   TO QTS248-HANKETSUYMD
               WHEN 6
                   MOVE HTT-JIYUYMD      TO QTS248-TORISAGEYMD
           END-EVALUATE
           MOVE HTT-OPERATORID       TO QTS248-OPERATORID
           MOVE WS-TODAY             TO QTS248-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS248-REC
               MOVE "A"              TO WS-JN-ACTION
           ELSE
               REWRITE QTS248-REC
               MOVE "C"              TO WS-JN-ACTION
           END-IF
           ADD 1 TO WS-JIKOU-COUNT
           MOVE QTS248-REC           TO WS-JN-AFTER
           MOVE QTS248-PRM           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       7000-EXIT.
           EXIT.

       8000-REWRITE-HOUTEKI.
           MOVE HTT-OPERATORID       TO QTS282-OPERATORID
           MOVE WS-TODAY             TO QTS282-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS282-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS282-SVRKOUSHINYMD
           REWRITE QTS282-REC
           ADD 1 TO WS-KOUSHIN-COUNT
           MOVE QTS282-REC(1:120)    TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           MOVE QTS282-PRM           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       8100-ADD-HIYOU.
           ADD HTT-INSHIDAI          TO QTS282-INSHIDAI
           ADD HTT-YUUKENDAI         TO QTS282-YUUKENDAI
           ADD HTT-SONOTAHIYOU       TO QTS282-SONOTAHIYOU
           COMPUTE QTS282-HIYOUGOUKEI =
               QTS282-INSHIDAI + QTS282-YUUKENDAI
               + QTS282-SONOTAHIYOU.

       8900-STS-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           DISPLAY "QTS282M: DANKAI FUSEI " QTS282-PRM
                   " ACTION=" HTT-ACTIONKBN
                   " STS=" QTS282-TETSUZUKISTS.

       9000-TERMINATE.
           DISPLAY "QTS282M: TOUROKU=" WS-TOUROKU-COUNT
                   " KOUSHIN=" WS-KOUSHIN-COUNT
                   " JIKOU=" WS-JIKOU-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE HOU-TRANFILE
           CLOSE QTS282-HOUTEKI
           CLOSE QTS248-JIKOU
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS282M"            TO QTS025-TRANID
           MOVE HTT-OPERATORID       TO QTS025-OPERATORID
           MOVE HTT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
