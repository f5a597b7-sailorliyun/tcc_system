      *8...........2.........3.........4.........5........6........7.........8
      *    QTS253M
      ****************************************************************
      *                苦情・相談受付メンテナンス処理                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員・加盟店からの苦情・相談を苦情・相談管理（QTS253）へ
      *    受付登録し、担当者の割当・エスカレーション・解決・取消を
      *    更新する。受付番号は既存の最大番号の次を採番する。
      *    操作はすべて操作ジャーナル（QTS025）に残す。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS253M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KJT-TRANFILE    ASSIGN TO "QTS253TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS253-KUJYO    ASSIGN TO "QTS253"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS253-SEG
                   FILE STATUS IS WS-QTS253-STATUS.
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
       FD  KJT-TRANFILE.
       01  KJT-TRAN-REC.
           05  KJT-ACTIONKBN           PIC 9(01).
      *        1:受付登録  2:担当・レベル更新  3:解決  9:取消
           05  KJT-KUJYONO             PIC 9(08).
      *        受付登録時はゼロ（採番する）
           05  KJT-TAISHOKBN           PIC X(01).
           05  KJT-KAIKIGYOUCD         PIC 9(04).
           05  KJT-KAISUBRANGEKEY      PIC 9(04).
           05  KJT-KAINAIBUKAIINNO     PIC 9(08).
           05  KJT-KAMEITENNO          PIC X(10).
           05  KJT-KUJYOKBN            PIC X(01).
               88  KJT-KUJYOKBN-OK               VALUE "1" "2".
           05  KJT-BUNRUICD            PIC X(02).
               88  KJT-BUNRUI-OK                 VALUE "01" THRU "08"
                                                       "11" THRU "13"
                                                       "99".
           05  KJT-CHANNELKBN          PIC X(01).
               88  KJT-CHANNEL-OK                VALUE "1" THRU "6"
                                                       "9".
           05  KJT-UKETSUKEYMD         PIC 9(08).
      *        ゼロのときは処理日
           05  KJT-NAIYOU              PIC N(60).
           05  KJT-TANTOUSHAID         PIC X(08).
           05  KJT-ESCALATIONLVL       PIC 9(01).
      *        ゼロのときは変更しない
           05  KJT-KAIKETSUYMD         PIC 9(08).
      *        ゼロのときは処理日
           05  KJT-KAIKETSUKBN         PIC X(01).
           05  KJT-OPERATORID          PIC X(08).
           05  KJT-TABANO              PIC X(05).
       FD  QTS253-KUJYO.
       01  QTS253-REC.
           COPY QTS253 REPLACING ==()== BY ==QTS253==.
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
       01  WS-QTS253-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KUJYO-NO             PIC 9(08)     VALUE ZERO.
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-TOUROKU-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-KOUSHIN-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-KAIKETSU-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  KJT-TRANFILE
           OPEN I-O    QTS253-KUJYO
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           PERFORM 1500-GET-MAX-NO
           READ KJT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1500-GET-MAX-NO.
           MOVE 99999999 TO QTS253-PRMKUJYONO
           START QTS253-KUJYO KEY IS LESS THAN
                   QTS253-PRMKUJYONO
               INVALID KEY
                   MOVE ZERO TO WS-KUJYO-NO
               NOT INVALID KEY
                   READ QTS253-KUJYO PREVIOUS
                       AT END MOVE ZERO TO WS-KUJYO-NO
                       NOT AT END
                           MOVE QTS253-PRMKUJYONO
                               TO WS-KUJYO-NO
                   END-READ
           END-START.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  KJT-ACTIONKBN = 1
               PERFORM 3000-TOUROKU THRU 3000-EXIT
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE KJT-KUJYONO          TO QTS253-PRMKUJYONO
           READ QTS253-KUJYO
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS253M: KUJYO NASHI " KJT-KUJYONO
                   GO TO 2900-NEXT-TRAN
           END-READ
           IF  QTS253-KUJYOSTS = "3" OR "9"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS253M: KANRYOZUMI " KJT-KUJYONO
                       " STS=" QTS253-KUJYOSTS
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE QTS253-REC           TO WS-JN-BEFORE
           EVALUATE KJT-ACTIONKBN
               WHEN 2
                   PERFORM 4000-KOUSHIN
               WHEN 3
                   PERFORM 5000-KAIKETSU THRU 5000-EXIT
               WHEN 9
                   PERFORM 6000-TORIKESHI
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS253M: BAD ACTION " KJT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KJT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE KJT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS253M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS253M: KENGEN NASHI " KJT-OPERATORID
           END-IF.

      * 受付登録。会員は会員マスタの存在を、加盟店は加盟店番号の
      * 入力を確認する。担当者未指定時は受付オペレータを担当とし、
      * 対応レベルは担当者（１）から始める。
       3000-TOUROKU.
           IF  NOT KJT-KUJYOKBN-OK
           OR  NOT KJT-BUNRUI-OK
           OR  NOT KJT-CHANNEL-OK
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS253M: KBN ERROR " KJT-KUJYOKBN
                       " " KJT-BUNRUICD " " KJT-CHANNELKBN
               GO TO 3000-EXIT
           END-IF
           EVALUATE KJT-TAISHOKBN
               WHEN "1"
                   MOVE KJT-KAIKIGYOUCD     TO QTS010-PRMKIGYOUCD
                   MOVE KJT-KAISUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
                   MOVE KJT-KAINAIBUKAIINNO
                       TO QTS010-PRMNAIBUKAIINNO
                   READ QTS010-MASTER
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY "QTS253M: QTS010 NASHI "
                                   QTS010-PRM
                           GO TO 3000-EXIT
                   END-READ
               WHEN "2"
                   IF  KJT-KAMEITENNO = SPACES
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS253M: KAMEITENNO NASHI"
                       GO TO 3000-EXIT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS253M: BAD TAISHOKBN " KJT-TAISHOKBN
                   GO TO 3000-EXIT
           END-EVALUATE
           ADD 1 TO WS-KUJYO-NO
           INITIALIZE QTS253-REC
           MOVE WS-KUJYO-NO          TO QTS253-PRMKUJYONO
           MOVE KJT-TAISHOKBN        TO QTS253-TAISHOKBN
           IF  KJT-TAISHOKBN = "1"
               MOVE KJT-KAIKIGYOUCD     TO QTS253-KAIKIGYOUCD
               MOVE KJT-KAISUBRANGEKEY  TO QTS253-KAISUBRANGEKEY
               MOVE KJT-KAINAIBUKAIINNO TO QTS253-KAINAIBUKAIINNO
           ELSE
               MOVE KJT-KAMEITENNO      TO QTS253-KAMEITENNO
           END-IF
           MOVE KJT-KUJYOKBN         TO QTS253-KUJYOKBN
           MOVE KJT-BUNRUICD         TO QTS253-BUNRUICD
           MOVE KJT-CHANNELKBN       TO QTS253-CHANNELKBN
           IF  KJT-UKETSUKEYMD = ZERO
               MOVE WS-TODAY         TO QTS253-UKETSUKEYMD
           ELSE
               MOVE KJT-UKETSUKEYMD  TO QTS253-UKETSUKEYMD
           END-IF
           MOVE KJT-NAIYOU           TO QTS253-NAIYOU
           IF  KJT-TANTOUSHAID = SPACES
               MOVE KJT-OPERATORID   TO QTS253-TANTOUSHAID
           ELSE
               MOVE KJT-TANTOUSHAID  TO QTS253-TANTOUSHAID
           END-IF
           IF  KJT-ESCALATIONLVL = ZERO
               MOVE 1                TO QTS253-ESCALATIONLVL
           ELSE
               MOVE KJT-ESCALATIONLVL TO QTS253-ESCALATIONLVL
           END-IF
           MOVE "1"                  TO QTS253-KUJYOSTS
           PERFORM 8100-SET-KOUSHIN
           WRITE QTS253-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS253M: TOUROKU NG " QTS253-PRMKUJYONO
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-TOUROKU-COUNT
           MOVE SPACES               TO WS-JN-BEFORE
           MOVE QTS253-REC           TO WS-JN-AFTER
           MOVE "A"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 担当者の付替え・対応レベルの引上げ。更新した時点で受付から
      * 対応中に進める。
       4000-KOUSHIN.
           IF  KJT-TANTOUSHAID NOT = SPACES
               MOVE KJT-TANTOUSHAID  TO QTS253-TANTOUSHAID
           END-IF
           IF  KJT-ESCALATIONLVL NOT = ZERO
               MOVE KJT-ESCALATIONLVL TO QTS253-ESCALATIONLVL
           END-IF
           MOVE "2"                  TO QTS253-KUJYOSTS
           PERFORM 8100-SET-KOUSHIN
           REWRITE QTS253-REC
           ADD 1 TO WS-KOUSHIN-COUNT
           MOVE QTS253-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

      * 解決。解決区分は必須、解決日は受付日より前にはできない。
       5000-KAIKETSU.
           IF  KJT-KAIKETSUKBN = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS253M: KAIKETSUKBN NASHI " KJT-KUJYONO
               GO TO 5000-EXIT
           END-IF
           IF  KJT-KAIKETSUYMD = ZERO
               MOVE WS-TODAY         TO QTS253-KAIKETSUYMD
           ELSE
               MOVE KJT-KAIKETSUYMD  TO QTS253-KAIKETSUYMD
           END-IF
           IF  QTS253-KAIKETSUYMD < QTS253-UKETSUKEYMD
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS253M: KAIKETSUYMD ERROR " KJT-KUJYONO
               GO TO 5000-EXIT
           END-IF
           MOVE KJT-KAIKETSUKBN      TO QTS253-KAIKETSUKBN
           MOVE "3"                  TO QTS253-KUJYOSTS
           PERFORM 8100-SET-KOUSHIN
           REWRITE QTS253-REC
           ADD 1 TO WS-KAIKETSU-COUNT
           MOVE QTS253-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

      * 取消（誤登録・重複受付）。統計の対象外となる。
       6000-TORIKESHI.
           MOVE "9"                  TO QTS253-KUJYOSTS
           PERFORM 8100-SET-KOUSHIN
           REWRITE QTS253-REC
           ADD 1 TO WS-TORIKESHI-COUNT
           MOVE QTS253-REC           TO WS-JN-AFTER
           MOVE "D"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       8100-SET-KOUSHIN.
           MOVE KJT-OPERATORID       TO QTS253-OPERATORID
           MOVE WS-TODAY             TO QTS253-SVRKOUSHINYMD.

       9000-TERMINATE.
           DISPLAY "QTS253M: TOUROKU=" WS-TOUROKU-COUNT
                   " KOUSHIN=" WS-KOUSHIN-COUNT
                   " KAIKETSU=" WS-KAIKETSU-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE KJT-TRANFILE
           CLOSE QTS253-KUJYO
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS253M"            TO QTS025-TRANID
           MOVE KJT-OPERATORID       TO QTS025-OPERATORID
           MOVE KJT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS253-SEG           TO WS-JN-KEYINFO
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
