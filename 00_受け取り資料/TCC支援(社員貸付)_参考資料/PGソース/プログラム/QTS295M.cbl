      *8...........2.........3.........4.........5........6........7.........8
      *    QTS295M
      ****************************************************************
      *                抗弁の接続（支払停止）受付・解決処理          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    割賦・リボ払の利用明細について会員から抗弁（支払停止）の
      *    申出を受け付け、抗弁の接続管理ファイル（QTS295）へ登録
      *    する。受付時は利用明細（QTS050）の請求保留区分を立て、
      *    売上通番で加盟店照会（チャージバック案件QTS072）を起票
      *    する。加盟店の回答は案件の状況記録と抗弁側の両方へ残す。
      *    解決時は、請求再開（保留解除）、売上取消（QTS151B向け
      *    取消指示の起票）、申出取下げ（保留解除）のいずれかで
      *    抗弁を閉じ、加盟店照会の案件も同時に解決とする。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS295M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KBT-TRANFILE    ASSIGN TO "QTS295TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS295-KOUBEN   ASSIGN TO "QTS295"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS295-SEG
                   FILE STATUS IS WS-QTS295-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS050-PRM
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS072-CASE     ASSIGN TO "QTS072"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS072-SEG
                   FILE STATUS IS WS-QTS072-STATUS.
           SELECT  TORIKESHI-TRAN  ASSIGN TO "QTS151TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  KBT-TRANFILE.
       01  KBT-TRAN-REC.
           05  KBT-ACTIONKBN           PIC 9(01).
      *        1:抗弁受付  2:加盟店回答記録  3:解決（請求再開）
      *        4:解決（売上取消）  5:申出取下げ
           05  KBT-PRMKIGYOUCD         PIC 9(04).
           05  KBT-PRMSUBRANGEKEY      PIC 9(04).
           05  KBT-PRMNAIBUKAIINNO     PIC 9(08).
           05  KBT-PRMTORIHIKINO       PIC 9(07).
           05  KBT-KOUBENRIYU          PIC X(02).
      *        受付のみ。QTS295-KOUBENRIYUのコード体系
           05  KBT-KAITOUCD            PIC X(02).
           05  KBT-KAITOUMEMO          PIC X(20).
      *        回答記録のみ。加盟店照会の状況記録へ写す
           05  KBT-HENKYAKUKBN         PIC X(01).
      *        売上取消のみ。1:当月請求相殺  2:返金ワークフロー
           05  KBT-OPERATORID          PIC X(08).
           05  KBT-TABANO              PIC X(05).
       FD  QTS295-KOUBEN.
       01  QTS295-REC.
           COPY QTS295 REPLACING ==()== BY ==QTS295==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS072-CASE.
       01  QTS072-REC.
           COPY QTS072 REPLACING ==()== BY ==QTS072==.
       FD  TORIKESHI-TRAN.
      *    QTS151B（割賦売上取消・未請求回解消）への取消指示
       01  TORIKESHI-TRAN-REC.
           05  TKS-PRMKIGYOUCD         PIC 9(04).
           05  TKS-PRMSUBRANGEKEY      PIC 9(04).
           05  TKS-PRMNAIBUKAIINNO     PIC 9(08).
           05  TKS-GENTORIHIKINO       PIC 9(07).
           05  TKS-GENURITUUBAN        PIC 9(13).
           05  TKS-HENKYAKUKBN         PIC X(01).
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
       01  WS-QTS295-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS072-STATUS        PIC X(02).
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
      * 加盟店照会（QTS072）へ記録する状況コード・メモと解決結果
       01  WS-CB-STATUSCD          PIC X(02).
       01  WS-CB-STATUSMEMO        PIC X(20).
       01  WS-CB-KEKKACD           PIC X(02).
       01  WS-KAIKETSU-STS         PIC X(01).
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-UKETSUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-KAITOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-SAIKAI-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-TORISAGE-COUNT       PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  KBT-TRANFILE
           OPEN I-O    QTS295-KOUBEN
           OPEN I-O    QTS050-URIAGE
           OPEN I-O    QTS072-CASE
           OPEN EXTEND TORIKESHI-TRAN
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ KBT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE KBT-PRMKIGYOUCD      TO QTS295-PRMKIGYOUCD
           MOVE KBT-PRMSUBRANGEKEY   TO QTS295-PRMSUBRANGEKEY
           MOVE KBT-PRMNAIBUKAIINNO  TO QTS295-PRMNAIBUKAIINNO
           MOVE KBT-PRMTORIHIKINO    TO QTS295-PRMTORIHIKINO
           EVALUATE KBT-ACTIONKBN
               WHEN 1
                   PERFORM 3000-UKETSUKE THRU 3000-EXIT
               WHEN 2
                   PERFORM 4000-KAITOU THRU 4000-EXIT
               WHEN 3
                   MOVE "2"  TO WS-KAIKETSU-STS
                   MOVE "02" TO WS-CB-KEKKACD
                   PERFORM 5000-KAIKETSU THRU 5000-EXIT
               WHEN 4
                   MOVE "3"  TO WS-KAIKETSU-STS
                   MOVE "03" TO WS-CB-KEKKACD
                   PERFORM 5000-KAIKETSU THRU 5000-EXIT
               WHEN 5
                   MOVE "9"  TO WS-KAIKETSU-STS
                   MOVE "02" TO WS-CB-KEKKACD
                   PERFORM 5000-KAIKETSU THRU 5000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: BAD ACTION " KBT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KBT-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1900-CHECK-KENGEN.
           MOVE "N" TO WS-KENGEN-OK-SW
           MOVE KBT-OPERATORID       TO QTS129-PRMOPERATORID
           READ QTS129-KENGEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS129-YUKOKBN = "1"
                       MOVE QTS129-ROLECD TO QTS133-PRMROLECD
                       MOVE "QTS295M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS295M: KENGEN NASHI " KBT-OPERATORID
           END-IF.

      * 抗弁受付。対象は一括払以外の計上済明細で、請求保留中で
      * ないこと。解決済・取下げ済の抗弁が残っていれば新しい申出
      * で置き換える。
       3000-UKETSUKE.
           IF  KBT-KOUBENRIYU NOT = "01" AND "02" AND "03" AND "04"
                                AND "99"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS295M: RIYU FUKA " KBT-KOUBENRIYU
                       " " QTS295-SEG
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-SHINKI-SW
           READ QTS295-KOUBEN
               INVALID KEY
                   SET WS-SHINKI TO TRUE
           END-READ
           IF  NOT WS-SHINKI
               IF  QTS295-KOUBENSTS = "1"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: UKETSUKEZUMI " QTS295-SEG
                   GO TO 3000-EXIT
               END-IF
               MOVE QTS295-REC       TO WS-JN-BEFORE
           ELSE
               MOVE SPACES           TO WS-JN-BEFORE
           END-IF
           MOVE KBT-PRMKIGYOUCD      TO QTS050-PRMKIGYOUCD
           MOVE KBT-PRMSUBRANGEKEY   TO QTS050-PRMSUBRANGEKEY
           MOVE KBT-PRMNAIBUKAIINNO  TO QTS050-PRMNAIBUKAIINNO
           MOVE KBT-PRMTORIHIKINO    TO QTS050-PRMTORIHIKINO
           READ QTS050-URIAGE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: MEISAI NASHI " QTS295-SEG
                   GO TO 3000-EXIT
           END-READ
           IF  QTS050-GKGSHIHARAIHOHO = 1
           OR  QTS050-GKGRIYOUKNG NOT > ZERO
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS295M: TAISHOGAI MEISAI " QTS295-SEG
               GO TO 3000-EXIT
           END-IF
           IF  QTS050-SEIKYUHORYUKBN = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS295M: HORYUCHU " QTS295-SEG
               GO TO 3000-EXIT
           END-IF
           MOVE "1"                  TO QTS050-SEIKYUHORYUKBN
           REWRITE QTS050-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: MEISAI KOUSHIN NG " QTS295-SEG
                   GO TO 3000-EXIT
           END-REWRITE
           INITIALIZE QTS295-REC
           MOVE KBT-PRMKIGYOUCD      TO QTS295-PRMKIGYOUCD
           MOVE KBT-PRMSUBRANGEKEY   TO QTS295-PRMSUBRANGEKEY
           MOVE KBT-PRMNAIBUKAIINNO  TO QTS295-PRMNAIBUKAIINNO
           MOVE KBT-PRMTORIHIKINO    TO QTS295-PRMTORIHIKINO
           MOVE QTS050-TKURIAGETUUBAN TO QTS295-URITUUBAN
           MOVE QTS050-KAMEITENNO    TO QTS295-KAMEITENNO
           MOVE QTS050-RIYOUBI       TO QTS295-RIYOUYMD
           MOVE QTS050-GKGSHIHARAIHOHO TO QTS295-SHIHARAIHOHO
           MOVE QTS050-GKGRIYOUKNG   TO QTS295-HORYUKNG
           MOVE KBT-KOUBENRIYU       TO QTS295-KOUBENRIYU
           MOVE "1"                  TO QTS295-KOUBENSTS
           MOVE WS-TODAY             TO QTS295-UKETSUKEYMD
           MOVE SPACES               TO QTS295-KAITOUCD
           MOVE KBT-OPERATORID       TO QTS295-OPERATORID
           MOVE WS-TODAY             TO QTS295-SVRKOUSHINYMD
           PERFORM 6000-OPEN-SHOKAI
           IF  WS-SHINKI
               WRITE QTS295-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS295M: TOUROKU NG " QTS295-SEG
                       GO TO 3000-EXIT
               END-WRITE
               MOVE "A"              TO WS-JN-ACTION
           ELSE
               REWRITE QTS295-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS295M: KOUSHIN NG " QTS295-SEG
                       GO TO 3000-EXIT
               END-REWRITE
               MOVE "C"              TO WS-JN-ACTION
           END-IF
           ADD 1 TO WS-UKETSUKE-COUNT
           MOVE QTS295-REC           TO WS-JN-AFTER
           MOVE QTS295-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

      * 加盟店回答の記録。抗弁側には最新の回答コードを、加盟店
      * 照会の案件には状況記録として回答とメモを残す。
       4000-KAITOU.
           READ QTS295-KOUBEN
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: KOUBEN NASHI " QTS295-SEG
                   GO TO 4000-EXIT
           END-READ
           IF  QTS295-KOUBENSTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS295M: KAITOU FUKA STS "
                       QTS295-KOUBENSTS " " QTS295-SEG
               GO TO 4000-EXIT
           END-IF
           MOVE QTS295-REC           TO WS-JN-BEFORE
           MOVE KBT-KAITOUCD         TO QTS295-KAITOUCD
           MOVE WS-TODAY             TO QTS295-KAITOUYMD
           MOVE KBT-OPERATORID       TO QTS295-OPERATORID
           MOVE WS-TODAY             TO QTS295-SVRKOUSHINYMD
           REWRITE QTS295-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: KOUSHIN NG " QTS295-SEG
                   GO TO 4000-EXIT
           END-REWRITE
           MOVE KBT-KAITOUCD         TO WS-CB-STATUSCD
           MOVE KBT-KAITOUMEMO       TO WS-CB-STATUSMEMO
           MOVE QTS295-URITUUBAN     TO QTS072-PRMURITUUBAN
           READ QTS072-CASE
               INVALID KEY
                   DISPLAY "QTS295M: SHOKAI ANKEN NASHI "
                           QTS072-PRMURITUUBAN
               NOT INVALID KEY
                   PERFORM 6100-ADD-CBSTATUS
                   REWRITE QTS072-REC
           END-READ
           ADD 1 TO WS-KAITOU-COUNT
           MOVE "C"                  TO WS-JN-ACTION
           MOVE QTS295-REC           TO WS-JN-AFTER
           MOVE QTS295-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

      * 抗弁の解決。請求再開・申出取下げは利用明細の請求保留を
      * 解き、売上取消はQTS151Bへ取消指示を起こす（保留は取消で
      * 明細の請求が止まるためそのまま残す）。いずれも加盟店照会
      * の案件を解決とする（再開・取下げは会員負担、取消は取消）。
       5000-KAIKETSU.
           READ QTS295-KOUBEN
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: KOUBEN NASHI " QTS295-SEG
                   GO TO 5000-EXIT
           END-READ
           IF  QTS295-KOUBENSTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS295M: KAIKETSU FUKA STS "
                       QTS295-KOUBENSTS " " QTS295-SEG
               GO TO 5000-EXIT
           END-IF
           MOVE QTS295-REC           TO WS-JN-BEFORE
           IF  WS-KAIKETSU-STS = "3"
               PERFORM 5200-WRITE-TORIKESHI
           ELSE
               PERFORM 5100-HORYU-KAIJO THRU 5100-EXIT
           END-IF
           MOVE WS-KAIKETSU-STS      TO QTS295-KOUBENSTS
           MOVE WS-TODAY             TO QTS295-KAIKETSUYMD
           MOVE KBT-OPERATORID       TO QTS295-OPERATORID
           MOVE WS-TODAY             TO QTS295-SVRKOUSHINYMD
           REWRITE QTS295-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS295M: KOUSHIN NG " QTS295-SEG
                   GO TO 5000-EXIT
           END-REWRITE
           PERFORM 6200-CLOSE-SHOKAI
           EVALUATE WS-KAIKETSU-STS
               WHEN "2"
                   ADD 1 TO WS-SAIKAI-COUNT
               WHEN "3"
                   ADD 1 TO WS-TORIKESHI-COUNT
               WHEN OTHER
                   ADD 1 TO WS-TORISAGE-COUNT
           END-EVALUATE
           MOVE "C"                  TO WS-JN-ACTION
           MOVE QTS295-REC           TO WS-JN-AFTER
           MOVE QTS295-SEG           TO WS-JN-KEYINFO
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

       5100-HORYU-KAIJO.
           MOVE KBT-PRMKIGYOUCD      TO QTS050-PRMKIGYOUCD
           MOVE KBT-PRMSUBRANGEKEY   TO QTS050-PRMSUBRANGEKEY
           MOVE KBT-PRMNAIBUKAIINNO  TO QTS050-PRMNAIBUKAIINNO
           MOVE KBT-PRMTORIHIKINO    TO QTS050-PRMTORIHIKINO
           READ QTS050-URIAGE
               INVALID KEY
                   DISPLAY "QTS295M: MEISAI NASHI " QTS295-SEG
                   GO TO 5100-EXIT
           END-READ
           MOVE SPACE                TO QTS050-SEIKYUHORYUKBN
           REWRITE QTS050-REC.

       5100-EXIT.
           EXIT.

       5200-WRITE-TORIKESHI.
           MOVE KBT-PRMKIGYOUCD      TO TKS-PRMKIGYOUCD
           MOVE KBT-PRMSUBRANGEKEY   TO TKS-PRMSUBRANGEKEY
           MOVE KBT-PRMNAIBUKAIINNO  TO TKS-PRMNAIBUKAIINNO
           MOVE KBT-PRMTORIHIKINO    TO TKS-GENTORIHIKINO
           MOVE QTS295-URITUUBAN     TO TKS-GENURITUUBAN
           IF  KBT-HENKYAKUKBN = "2"
               MOVE "2"              TO TKS-HENKYAKUKBN
           ELSE
               MOVE "1"              TO TKS-HENKYAKUKBN
           END-IF
           WRITE TORIKESHI-TRAN-REC.

      * 加盟店照会の起票。売上通番の案件が無ければＣＢ理由コード
      * ９０（抗弁申出）で新規に起こし、既にあれば（チャージバック
      * 対応中・解決済）対応中へ戻して状況記録に抗弁受付を残す。
       6000-OPEN-SHOKAI.
           MOVE "90"                 TO WS-CB-STATUSCD
           MOVE "KOUBEN UKETSUKE"    TO WS-CB-STATUSMEMO
           MOVE QTS295-URITUUBAN     TO QTS072-PRMURITUUBAN
           READ QTS072-CASE
               INVALID KEY
                   INITIALIZE QTS072-REC
                   MOVE QTS295-URITUUBAN TO QTS072-PRMURITUUBAN
                   MOVE WS-TODAY         TO QTS072-CBHASSEIYMD
                   MOVE "1"              TO QTS072-CASESTS
                   MOVE "90"             TO QTS072-CBRIYUCD
                   MOVE QTS295-HORYUKNG  TO QTS072-CBKINGAKU
                   PERFORM 6100-ADD-CBSTATUS
                   WRITE QTS072-REC
               NOT INVALID KEY
                   MOVE "1"              TO QTS072-CASESTS
                   MOVE ZERO             TO QTS072-CBKAKUTEIYMD
                   MOVE SPACES           TO QTS072-CBKEKKACD
                   PERFORM 6100-ADD-CBSTATUS
                   REWRITE QTS072-REC
           END-READ
           MOVE WS-TODAY             TO QTS295-SHOKAIYMD.

       6100-ADD-CBSTATUS.
           IF  QTS072-CBSTATUSCOUNT < 5
               ADD 1 TO QTS072-CBSTATUSCOUNT
               MOVE WS-TODAY TO
                   QTS072-CBSTATUSYMD(QTS072-CBSTATUSCOUNT)
               MOVE WS-CB-STATUSCD TO
                   QTS072-CBSTATUSCD(QTS072-CBSTATUSCOUNT)
               MOVE WS-CB-STATUSMEMO TO
                   QTS072-CBSTATUSMEMO(QTS072-CBSTATUSCOUNT)
           ELSE
               DISPLAY "QTS295M: STATUS HIST FULL " QTS072-SEG
           END-IF.

       6200-CLOSE-SHOKAI.
           MOVE QTS295-URITUUBAN     TO QTS072-PRMURITUUBAN
           READ QTS072-CASE
               INVALID KEY
                   DISPLAY "QTS295M: SHOKAI ANKEN NASHI "
                           QTS072-PRMURITUUBAN
               NOT INVALID KEY
                   IF  QTS072-CASESTS = "1"
                       MOVE "9"            TO QTS072-CASESTS
                       MOVE WS-TODAY       TO QTS072-CBKAKUTEIYMD
                       MOVE WS-CB-KEKKACD  TO QTS072-CBKEKKACD
                       REWRITE QTS072-REC
                   END-IF
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS295M: UKETSUKE=" WS-UKETSUKE-COUNT
                   " KAITOU=" WS-KAITOU-COUNT
                   " SAIKAI=" WS-SAIKAI-COUNT
                   " TORIKESHI=" WS-TORIKESHI-COUNT
                   " TORISAGE=" WS-TORISAGE-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           IF  WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE KBT-TRANFILE
           CLOSE QTS295-KOUBEN
           CLOSE QTS050-URIAGE
           CLOSE QTS072-CASE
           CLOSE TORIKESHI-TRAN
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS295M"            TO QTS025-TRANID
           MOVE KBT-OPERATORID       TO QTS025-OPERATORID
           MOVE KBT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
