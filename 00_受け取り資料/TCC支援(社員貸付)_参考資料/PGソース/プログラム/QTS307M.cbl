      *8...........2.........3.........4.........5........6........7.........8
      *    QTS307M
      ****************************************************************
      *                個人情報請求受付メンテナンス処理              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    本人からの個人情報の開示・訂正等・利用停止等・第三者提供
      *    停止の請求を個人情報請求受付ファイル（QTS307）に受け付け、
      *    本人確認・回答・取下げを記録する。回答期限は受付日に社内
      *    規程の回答日数を加えて求める。
      *    利用停止・第三者提供停止は受付の時点で通知チャネル許諾
      *    マスタ（QTS222）の停止区分を立て、不応諾の回答か取下げで
      *    戻す。停止区分を変えた会員は会員変更キー差分（QTS811DL）
      *    に積み、翌日の配信抽出に反映させる。
      *    訂正等の請求の訂正そのものは各マスタの保守処理で行い、
      *    ここでは受付と回答だけを記録する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS307M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SEIKYU-PARAMFILE ASSIGN TO "QTS307PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SEIKYU-TRANFILE ASSIGN TO "QTS307TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS307-SEIKYU   ASSIGN TO "QTS307"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS307-SEG
                   FILE STATUS IS WS-QTS307-STATUS.
           SELECT  QTS222-KYODAKU  ASSIGN TO "QTS222"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS222-PRM
                   FILE STATUS IS WS-QTS222-STATUS.
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
           SELECT  DELTA-OUTFILE   ASSIGN TO "QTS811DL"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    会員変更キー差分ファイル。夜間のQTS811B差分抽出が
      *    ここに積まれたキーの会員だけQTS810を作り直す。
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SEIKYU-PARAMFILE.
       01  SEIKYU-PARAM-REC.
           05  PRM-KAITONISSU          PIC 9(03).
      *        受付日から回答期限までの日数（ゼロ・未指定は１４日）
       FD  SEIKYU-TRANFILE.
       01  SEIKYU-TRAN-REC.
           05  KJT-ACTIONKBN           PIC 9(01).
      *        1:受付  2:本人確認完了  3:回答  4:取下げ
           05  KJT-PRMKIGYOUCD         PIC 9(04).
           05  KJT-PRMSUBRANGEKEY      PIC 9(04).
           05  KJT-PRMNAIBUKAIINNO     PIC 9(08).
           05  KJT-UKETSUKEYMD         PIC 9(08).
      *        受付でゼロは当日
           05  KJT-RENBAN              PIC 9(02).
      *        受付では使用しない（採番する）
           05  KJT-SEIKYUKBN           PIC X(01).
           05  KJT-UKETSUKECHANNEL     PIC X(01).
           05  KJT-SEIKYUSHAKBN        PIC X(01).
           05  KJT-HONNINKAKUNINYMD    PIC 9(08).
      *        受付・本人確認完了で使用（本人確認完了でゼロは当日）
           05  KJT-SEIKYUNAIYO         PIC N(40).
           05  KJT-KAITOKBN            PIC X(01).
           05  KJT-KAITORIYU           PIC N(20).
           05  KJT-OPERATORID          PIC X(08).
           05  KJT-TABANO              PIC X(05).
       FD  QTS307-SEIKYU.
       01  QTS307-REC.
           COPY QTS307 REPLACING ==()== BY ==QTS307==.
       FD  QTS222-KYODAKU.
       01  QTS222-REC.
           COPY QTS222 REPLACING ==()== BY ==QTS222==.
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
       FD  DELTA-OUTFILE.
       01  DELTA-OUT-REC.
           05  DLT-PRMKIGYOUCD         PIC 9(04).
           05  DLT-PRMSUBRANGEKEY      PIC 9(04).
           05  DLT-PRMNAIBUKAIINNO     PIC 9(08).
           05  DLT-HENKOYMD            PIC 9(08).
           05  DLT-TRANID              PIC X(08).
       WORKING-STORAGE             SECTION.
       01  WS-QTS307-STATUS        PIC X(02).
       01  WS-QTS222-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KAITONISSU           PIC 9(03)     VALUE 14.
       01  WS-UKETSUKEYMD          PIC 9(08).
       01  WS-NEXT-RENBAN          PIC 9(02).
       01  WS-TEISHI-SW            PIC X(01).
      *      1:停止区分を立てる  0:停止区分を戻す
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-UKETSUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-KAKUNIN-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-KAITO-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-TORISAGE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-TEISHI-COUNT         PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  SEIKYU-PARAMFILE
           READ SEIKYU-PARAMFILE
               AT END CONTINUE
               NOT AT END
                   IF  PRM-KAITONISSU > ZERO
                       MOVE PRM-KAITONISSU TO WS-KAITONISSU
                   END-IF
           END-READ
           CLOSE SEIKYU-PARAMFILE
           OPEN INPUT  SEIKYU-TRANFILE
           OPEN I-O    QTS307-SEIKYU
           OPEN I-O    QTS222-KYODAKU
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           OPEN EXTEND DELTA-OUTFILE
           READ SEIKYU-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 請求の記録は個人情報を扱うため、権限のあるオペレータのみ
      * 更新できる。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE KJT-ACTIONKBN
               WHEN 1 PERFORM 3000-UKETSUKE THRU 3000-EXIT
               WHEN 2 PERFORM 4000-KAKUNIN THRU 4000-EXIT
               WHEN 3 PERFORM 5000-KAITO THRU 5000-EXIT
               WHEN 4 PERFORM 6000-TORISAGE THRU 6000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS307M: BAD ACTION " KJT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ SEIKYU-TRANFILE
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
                       MOVE "QTS307M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS307M: KENGEN NASHI " KJT-OPERATORID
           END-IF.

      * 会員マスタに登録のある会員の請求を受け付ける。受付連番は
      * 同一会員・同一受付日の既存最大連番＋１とする。
       3000-UKETSUKE.
           IF  (KJT-SEIKYUKBN NOT = "1" AND "2" AND "3" AND "4")
           OR  (KJT-SEIKYUSHAKBN NOT = "1" AND "2")
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS307M: NAIYOU NG " KJT-PRMNAIBUKAIINNO
               GO TO 3000-EXIT
           END-IF
           MOVE KJT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE KJT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE KJT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS307M: KAIIN NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           IF  KJT-UKETSUKEYMD = ZERO
               MOVE WS-TODAY         TO WS-UKETSUKEYMD
           ELSE
               MOVE KJT-UKETSUKEYMD  TO WS-UKETSUKEYMD
           END-IF
           PERFORM 3100-SAIBAN-RENBAN
           INITIALIZE QTS307-REC
           MOVE KJT-PRMKIGYOUCD      TO QTS307-PRMKIGYOUCD
           MOVE KJT-PRMSUBRANGEKEY   TO QTS307-PRMSUBRANGEKEY
           MOVE KJT-PRMNAIBUKAIINNO  TO QTS307-PRMNAIBUKAIINNO
           MOVE WS-UKETSUKEYMD       TO QTS307-PRMUKETSUKEYMD
           COMPUTE QTS307-PRMRENBAN = WS-NEXT-RENBAN + 1
           MOVE KJT-SEIKYUKBN        TO QTS307-SEIKYUKBN
           MOVE KJT-UKETSUKECHANNEL  TO QTS307-UKETSUKECHANNEL
           MOVE KJT-SEIKYUSHAKBN     TO QTS307-SEIKYUSHAKBN
           MOVE KJT-HONNINKAKUNINYMD TO QTS307-HONNINKAKUNINYMD
           MOVE KJT-SEIKYUNAIYO      TO QTS307-SEIKYUNAIYO
           MOVE FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-UKETSUKEYMD)
                + WS-KAITONISSU)
               TO QTS307-KAITOKIGENYMD
           MOVE "1"                  TO QTS307-TAIOSTS
           MOVE SPACE                TO QTS307-KAITOKBN
           MOVE WS-TODAY             TO QTS307-TOROKUYMD
           MOVE KJT-OPERATORID       TO QTS307-OPERATORID
           MOVE WS-TODAY             TO QTS307-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS307-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS307-SVRKOUSHINYMD
           WRITE QTS307-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS307M: TOUROKUZUMI " QTS307-SEG
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-UKETSUKE-COUNT
           MOVE SPACES               TO WS-JN-BEFORE
           MOVE QTS307-REC(1:120)    TO WS-JN-AFTER
           MOVE "A"                  TO WS-JN-ACTION
           MOVE QTS307-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL
           IF  QTS307-SEIKYUKBN = "3" OR "4"
               MOVE "1" TO WS-TEISHI-SW
               PERFORM 7000-SET-TEISHI
           END-IF.

       3000-EXIT.
           EXIT.

       3100-SAIBAN-RENBAN.
           MOVE ZERO TO WS-NEXT-RENBAN
           MOVE "N"  TO WS-SCAN-EOF-SW
           MOVE KJT-PRMKIGYOUCD      TO QTS307-PRMKIGYOUCD
           MOVE KJT-PRMSUBRANGEKEY   TO QTS307-PRMSUBRANGEKEY
           MOVE KJT-PRMNAIBUKAIINNO  TO QTS307-PRMNAIBUKAIINNO
           MOVE WS-UKETSUKEYMD       TO QTS307-PRMUKETSUKEYMD
           MOVE ZERO                 TO QTS307-PRMRENBAN
           START QTS307-SEIKYU KEY >= QTS307-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3200-SCAN-RENBAN UNTIL WS-SCAN-EOF.

       3200-SCAN-RENBAN.
           READ QTS307-SEIKYU NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS307-PRMKIGYOUCD = KJT-PRMKIGYOUCD
               AND QTS307-PRMSUBRANGEKEY = KJT-PRMSUBRANGEKEY
               AND QTS307-PRMNAIBUKAIINNO = KJT-PRMNAIBUKAIINNO
               AND QTS307-PRMUKETSUKEYMD = WS-UKETSUKEYMD
                   MOVE QTS307-PRMRENBAN TO WS-NEXT-RENBAN
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 本人確認の完了を記録する。開示一覧（QTS307B）は本人確認の
      * 済んだ開示請求だけを対象とする。
       4000-KAKUNIN.
           PERFORM 8000-READ-SEIKYU THRU 8000-EXIT
           IF  WS-QTS307-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF
           MOVE QTS307-REC(1:120)    TO WS-JN-BEFORE
           IF  KJT-HONNINKAKUNINYMD = ZERO
               MOVE WS-TODAY         TO QTS307-HONNINKAKUNINYMD
           ELSE
               MOVE KJT-HONNINKAKUNINYMD
                   TO QTS307-HONNINKAKUNINYMD
           END-IF
           PERFORM 8100-REWRITE-SEIKYU
           ADD 1 TO WS-KAKUNIN-COUNT.

       4000-EXIT.
           EXIT.

      * 回答を記録して対応を完了する。利用停止・第三者提供停止を
      * 応じないと回答した場合は停止区分を戻す。
       5000-KAITO.
           IF  KJT-KAITOKBN NOT = "1" AND "2" AND "3"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS307M: KAITOKBN NG " KJT-KAITOKBN
               GO TO 5000-EXIT
           END-IF
           PERFORM 8000-READ-SEIKYU THRU 8000-EXIT
           IF  WS-QTS307-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF
           MOVE QTS307-REC(1:120)    TO WS-JN-BEFORE
           MOVE KJT-KAITOKBN         TO QTS307-KAITOKBN
           MOVE KJT-KAITORIYU        TO QTS307-KAITORIYU
           MOVE WS-TODAY             TO QTS307-KAITOYMD
           MOVE "3"                  TO QTS307-TAIOSTS
           PERFORM 8100-REWRITE-SEIKYU
           ADD 1 TO WS-KAITO-COUNT
           IF  (QTS307-SEIKYUKBN = "3" OR "4")
           AND QTS307-KAITOKBN = "3"
               MOVE "0" TO WS-TEISHI-SW
               PERFORM 7000-SET-TEISHI
           END-IF.

       5000-EXIT.
           EXIT.

      * 本人の取下げ。利用停止・第三者提供停止は停止区分を戻す。
       6000-TORISAGE.
           PERFORM 8000-READ-SEIKYU THRU 8000-EXIT
           IF  WS-QTS307-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF
           MOVE QTS307-REC(1:120)    TO WS-JN-BEFORE
           MOVE "8"                  TO QTS307-TAIOSTS
           MOVE WS-TODAY             TO QTS307-KAITOYMD
           PERFORM 8100-REWRITE-SEIKYU
           ADD 1 TO WS-TORISAGE-COUNT
           IF  QTS307-SEIKYUKBN = "3" OR "4"
               MOVE "0" TO WS-TEISHI-SW
               PERFORM 7000-SET-TEISHI
           END-IF.

       6000-EXIT.
           EXIT.

      * 停止区分の設定・解除。利用停止（請求区分３）は利用停止区分
      * を、第三者提供停止（４）は第三者提供停止区分を操作する。
      * 許諾レコードのない会員は停止区分だけのレコードを作る。
       7000-SET-TEISHI.
           MOVE QTS307-PRMKIGYOUCD   TO QTS222-PRMKIGYOUCD
           MOVE QTS307-PRMSUBRANGEKEY TO QTS222-PRMSUBRANGEKEY
           MOVE QTS307-PRMNAIBUKAIINNO
               TO QTS222-PRMNAIBUKAIINNO
           READ QTS222-KYODAKU
               INVALID KEY
                   INITIALIZE QTS222-REC
                   MOVE QTS307-PRMKIGYOUCD
                       TO QTS222-PRMKIGYOUCD
                   MOVE QTS307-PRMSUBRANGEKEY
                       TO QTS222-PRMSUBRANGEKEY
                   MOVE QTS307-PRMNAIBUKAIINNO
                       TO QTS222-PRMNAIBUKAIINNO
                   MOVE SPACES       TO WS-JN-BEFORE
                   MOVE "A"          TO WS-JN-ACTION
               NOT INVALID KEY
                   MOVE QTS222-REC   TO WS-JN-BEFORE
                   MOVE "C"          TO WS-JN-ACTION
           END-READ
           IF  WS-TEISHI-SW = "1"
               IF  QTS307-SEIKYUKBN = "3"
                   MOVE "1"          TO QTS222-RIYOUTEISHI
               ELSE
                   MOVE "1"          TO QTS222-DAISANSHATEISHI
               END-IF
               MOVE QTS307-PRMUKETSUKEYMD TO QTS222-TEISHIYMD
           ELSE
               IF  QTS307-SEIKYUKBN = "3"
                   MOVE SPACE        TO QTS222-RIYOUTEISHI
               ELSE
                   MOVE SPACE        TO QTS222-DAISANSHATEISHI
               END-IF
               IF  QTS222-RIYOUTEISHI = SPACE
               AND QTS222-DAISANSHATEISHI = SPACE
                   MOVE ZERO         TO QTS222-TEISHIYMD
               END-IF
           END-IF
           MOVE WS-TODAY             TO QTS222-HENKOUYMD
           MOVE WS-TODAY             TO QTS222-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS222-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS222-SVRKOUSHINYMD
           IF  WS-JN-ACTION = "A"
               WRITE QTS222-REC
           ELSE
               REWRITE QTS222-REC
           END-IF
           ADD 1 TO WS-TEISHI-COUNT
           MOVE QTS222-REC           TO WS-JN-AFTER
           MOVE QTS222-PRM           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL
           MOVE QTS222-PRMKIGYOUCD   TO DLT-PRMKIGYOUCD
           MOVE QTS222-PRMSUBRANGEKEY TO DLT-PRMSUBRANGEKEY
           MOVE QTS222-PRMNAIBUKAIINNO TO DLT-PRMNAIBUKAIINNO
           MOVE WS-TODAY             TO DLT-HENKOYMD
           MOVE "QTS307M "           TO DLT-TRANID
           WRITE DELTA-OUT-REC.

      * 回答済・取下げ済の請求は更新しない。
       8000-READ-SEIKYU.
           MOVE KJT-PRMKIGYOUCD      TO QTS307-PRMKIGYOUCD
           MOVE KJT-PRMSUBRANGEKEY   TO QTS307-PRMSUBRANGEKEY
           MOVE KJT-PRMNAIBUKAIINNO  TO QTS307-PRMNAIBUKAIINNO
           MOVE KJT-UKETSUKEYMD      TO QTS307-PRMUKETSUKEYMD
           MOVE KJT-RENBAN           TO QTS307-PRMRENBAN
           READ QTS307-SEIKYU
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS307M: UKETSUKE NASHI " QTS307-SEG
                   GO TO 8000-EXIT
           END-READ
           IF  QTS307-TAIOSTS = "3" OR "8"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS307M: TAIOZUMI " QTS307-SEG
               MOVE "99" TO WS-QTS307-STATUS
           END-IF.

       8000-EXIT.
           EXIT.

       8100-REWRITE-SEIKYU.
           MOVE KJT-OPERATORID       TO QTS307-OPERATORID
           MOVE WS-TODAY             TO QTS307-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS307-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS307-SVRKOUSHINYMD
           REWRITE QTS307-REC
           MOVE QTS307-REC(1:120)    TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           MOVE QTS307-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       9000-TERMINATE.
           DISPLAY "QTS307M: UKETSUKE=" WS-UKETSUKE-COUNT
                   " KAKUNIN=" WS-KAKUNIN-COUNT
                   " KAITO=" WS-KAITO-COUNT
                   " TORISAGE=" WS-TORISAGE-COUNT
                   " TEISHI=" WS-TEISHI-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE SEIKYU-TRANFILE
           CLOSE QTS307-SEIKYU
           CLOSE QTS222-KYODAKU
           CLOSE QTS010-MASTER
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL
           CLOSE DELTA-OUTFILE.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS307M"            TO QTS025-TRANID
           MOVE KJT-OPERATORID       TO QTS025-OPERATORID
           MOVE KJT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
