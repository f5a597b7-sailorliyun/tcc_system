      *8...........2.........3.........4.........5........6........7.........8
      *    QTS246M
      ****************************************************************
      *                取引履歴開示請求受付メンテナンス処理          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS246M.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  KJS-TRANFILE    ASSIGN TO "QTS246TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS246-KAIJI    ASSIGN TO "QTS246"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS246-PRM
                   FILE STATUS IS WS-QTS246-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
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
       FD  KJS-TRANFILE.
       01  KJS-TRAN-REC.
           05  KJT-ACTIONKBN           PIC 9(01).
      *        1:受付  2:変更  3:送付記録  4:取下げ
           05  KJT-PRMKIGYOUCD         PIC 9(04).
           05  KJT-PRMSUBRANGEKEY      PIC 9(04).
           05  KJT-PRMNAIBUKAIINNO     PIC 9(08).
           05  KJT-UKETSUKEYMD         PIC 9(08).
           05  KJT-RENBAN              PIC 9(02).
           05  KJT-SEIKYUSHAKBN        PIC X(01).
           05  KJT-SEIKYUSHAMEI        PIC N(20).
           05  KJT-JIMUSHOMEI          PIC N(20).
           05  KJT-SOUFUYUUBINNO       PIC X(07).
           05  KJT-SOUFUJUSHO          PIC X(42).
           05  KJT-KAITOKIGENYMD       PIC 9(08).
      *        ゼロは受付日から標準日数後の当社処理日
           05  KJT-HASSOYMD            PIC 9(08).
           05  KJT-HASSOHOHO           PIC X(01).
           05  KJT-OPERATORID          PIC X(08).
           05  KJT-TABANO              PIC X(05).
       FD  QTS246-KAIJI.
       01  QTS246-REC.
           COPY QTS246 REPLACING ==()== BY ==QTS246==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
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
       01  WS-QTS246-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS240-STATUS        PIC X(02).
       01  WS-QTS129-STATUS        PIC X(02).
       01  WS-QTS133-STATUS        PIC X(02).
       01  WS-QTS025-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-KENGEN-OK-SW         PIC X(01).
           88  WS-KENGEN-OK                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 回答期限の標準日数（受付日からの暦日数、当社処理日へ繰下げ）
       01  WS-KAITO-NISSU          PIC 9(03)     VALUE 14.
      * 営業日補正（7800-ADJUST-EIGYOBI）の作業域
       01  WS-CAL-YMD              PIC 9(08).
       01  WS-CAL-INT              PIC 9(08).
       01  WS-CAL-YOUBI            PIC 9(01).
       01  WS-CAL-SW               PIC X(01).
           88  WS-CAL-EIGYOBI                    VALUE "Y".
       01  WS-JN-ACTION            PIC X(01).
       01  WS-JN-KEYINFO           PIC X(30).
       01  WS-JN-BEFORE            PIC X(120).
       01  WS-JN-AFTER             PIC X(120).
       01  WS-UKETSUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-HENKOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-HASSO-COUNT          PIC 9(05)     VALUE ZERO.
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
           OPEN INPUT  KJS-TRANFILE
           OPEN I-O    QTS246-KAIJI
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS240-CALENDAR
           OPEN INPUT  QTS129-KENGEN
           OPEN INPUT  QTS133-ROLEKYOKA
           OPEN EXTEND QTS025-JOURNAL
           READ KJS-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 開示請求は会員の全取引履歴を外部へ出すため、権限のある
      * オペレータのみ受け付ける。
       2000-PROCESS-TRAN.
           PERFORM 1900-CHECK-KENGEN
           IF  NOT WS-KENGEN-OK
               GO TO 2900-NEXT-TRAN
           END-IF
           EVALUATE KJT-ACTIONKBN
               WHEN 1 PERFORM 3000-UKETSUKE THRU 3000-EXIT
               WHEN 2 PERFORM 4000-CHANGE THRU 4000-EXIT
               WHEN 3 PERFORM 5000-HASSO THRU 5000-EXIT
               WHEN 4 PERFORM 6000-TORISAGE THRU 6000-EXIT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS246M: BAD ACTION " KJT-ACTIONKBN
           END-EVALUATE.

       2900-NEXT-TRAN.
           READ KJS-TRANFILE
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
                       MOVE "QTS246M"       TO QTS133-PRMTRANID
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
               DISPLAY "QTS246M: KENGEN NASHI " KJT-OPERATORID
           END-IF.

      * 受付。会員の存在を確認し、回答期限を決めて状態０で登録する。
      * 開示データの作成は当夜のQTS246Bが行う。
       3000-UKETSUKE.
           MOVE KJT-PRMKIGYOUCD      TO QTS010-PRMKIGYOUCD
           MOVE KJT-PRMSUBRANGEKEY   TO QTS010-PRMSUBRANGEKEY
           MOVE KJT-PRMNAIBUKAIINNO  TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS246M: QTS010 NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           IF  KJT-SEIKYUSHAKBN NOT = "1" AND "2" AND "3"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS246M: SEIKYUSHAKBN FUSEI "
                       KJT-SEIKYUSHAKBN
               GO TO 3000-EXIT
           END-IF
           IF  KJT-UKETSUKEYMD = ZERO
           OR  KJT-UKETSUKEYMD > WS-TODAY
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS246M: UKETSUKEBI FUSEI " KJT-UKETSUKEYMD
               GO TO 3000-EXIT
           END-IF
           INITIALIZE QTS246-REC
           MOVE KJT-PRMKIGYOUCD      TO QTS246-PRMKIGYOUCD
           MOVE KJT-PRMSUBRANGEKEY   TO QTS246-PRMSUBRANGEKEY
           MOVE KJT-PRMNAIBUKAIINNO  TO QTS246-PRMNAIBUKAIINNO
           MOVE KJT-UKETSUKEYMD      TO QTS246-PRMUKETSUKEYMD
           MOVE KJT-RENBAN           TO QTS246-PRMRENBAN
           PERFORM 3100-SET-KOUMOKU
           PERFORM 3200-SET-KIGEN
           MOVE "0"                  TO QTS246-KAIJISTS
           MOVE WS-TODAY             TO QTS246-TOROKUYMD
           MOVE KJT-OPERATORID       TO QTS246-OPERATORID
           MOVE WS-TODAY             TO QTS246-SVRKOUSHINYMD
           WRITE QTS246-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS246M: TOUROKUZUMI " QTS246-PRM
                   GO TO 3000-EXIT
           END-WRITE
           ADD 1 TO WS-UKETSUKE-COUNT
           MOVE SPACES               TO WS-JN-BEFORE
           MOVE QTS246-REC           TO WS-JN-AFTER
           MOVE "A"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       3000-EXIT.
           EXIT.

       3100-SET-KOUMOKU.
           MOVE KJT-SEIKYUSHAKBN     TO QTS246-SEIKYUSHAKBN
           MOVE KJT-SEIKYUSHAMEI     TO QTS246-SEIKYUSHAMEI
           MOVE KJT-JIMUSHOMEI       TO QTS246-JIMUSHOMEI
           MOVE KJT-SOUFUYUUBINNO    TO QTS246-SOUFUYUUBINNO
           MOVE KJT-SOUFUJUSHO       TO QTS246-SOUFUJUSHO.

      * 回答期限。指定がなければ受付日から標準日数後とし、当社
      * 非処理日・土日に当たれば翌処理日へ送る。
       3200-SET-KIGEN.
           IF  KJT-KAITOKIGENYMD > ZERO
               MOVE KJT-KAITOKIGENYMD TO QTS246-KAITOKIGENYMD
           ELSE
               COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(KJT-UKETSUKEYMD)
                   + WS-KAITO-NISSU
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                                     TO WS-CAL-YMD
               PERFORM 7800-ADJUST-EIGYOBI
               MOVE WS-CAL-YMD       TO QTS246-KAITOKIGENYMD
           END-IF.

      * 変更。作成前（状態０）の請求者情報・回答期限を変更する。
       4000-CHANGE.
           PERFORM 8000-READ-KAIJI
           IF  WS-QTS246-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF
           IF  QTS246-KAIJISTS NOT = "0"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS246M: HENKOU FUKA " QTS246-PRM
                       " STS=" QTS246-KAIJISTS
               GO TO 4000-EXIT
           END-IF
           MOVE QTS246-REC           TO WS-JN-BEFORE
           PERFORM 3100-SET-KOUMOKU
           PERFORM 3200-SET-KIGEN
           MOVE KJT-OPERATORID       TO QTS246-OPERATORID
           MOVE WS-TODAY             TO QTS246-SVRKOUSHINYMD
           REWRITE QTS246-REC
           ADD 1 TO WS-HENKOU-COUNT
           MOVE QTS246-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       4000-EXIT.
           EXIT.

      * 送付記録。作成済（状態１）の開示データを送付した日と方法を
      * 記録し、状態２とする。
       5000-HASSO.
           PERFORM 8000-READ-KAIJI
           IF  WS-QTS246-STATUS NOT = "00"
               GO TO 5000-EXIT
           END-IF
           IF  QTS246-KAIJISTS NOT = "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS246M: MISAKUSEI " QTS246-PRM
                       " STS=" QTS246-KAIJISTS
               GO TO 5000-EXIT
           END-IF
           IF  KJT-HASSOYMD < QTS246-SAKUSEIYMD
           OR  KJT-HASSOYMD > WS-TODAY
           OR  KJT-HASSOHOHO NOT = "1" AND "2" AND "3"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS246M: HASSO FUSEI " KJT-HASSOYMD
                       " " KJT-HASSOHOHO
               GO TO 5000-EXIT
           END-IF
           MOVE QTS246-REC           TO WS-JN-BEFORE
           MOVE KJT-HASSOYMD         TO QTS246-HASSOYMD
           MOVE KJT-HASSOHOHO        TO QTS246-HASSOHOHO
           MOVE "2"                  TO QTS246-KAIJISTS
           MOVE KJT-OPERATORID       TO QTS246-OPERATORID
           MOVE WS-TODAY             TO QTS246-SVRKOUSHINYMD
           REWRITE QTS246-REC
           ADD 1 TO WS-HASSO-COUNT
           MOVE QTS246-REC           TO WS-JN-AFTER
           MOVE "C"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       5000-EXIT.
           EXIT.

      * 取下げ。送付済の請求は取り下げられない。
       6000-TORISAGE.
           PERFORM 8000-READ-KAIJI
           IF  WS-QTS246-STATUS NOT = "00"
               GO TO 6000-EXIT
           END-IF
           IF  QTS246-KAIJISTS NOT = "0" AND "1"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS246M: TORISAGE FUKA " QTS246-PRM
                       " STS=" QTS246-KAIJISTS
               GO TO 6000-EXIT
           END-IF
           MOVE QTS246-REC           TO WS-JN-BEFORE
           MOVE "9"                  TO QTS246-KAIJISTS
           MOVE KJT-OPERATORID       TO QTS246-OPERATORID
           MOVE WS-TODAY             TO QTS246-SVRKOUSHINYMD
           REWRITE QTS246-REC
           ADD 1 TO WS-TORISAGE-COUNT
           MOVE QTS246-REC           TO WS-JN-AFTER
           MOVE "D"                  TO WS-JN-ACTION
           PERFORM 9100-WRITE-JOURNAL.

       6000-EXIT.
           EXIT.

      * 営業日補正。WS-CAL-YMDが土日または当社非処理日・銀行休業日
      * に当たれば翌日へ１日ずつ送る（QTS092Bの当社基準と同じ判定）。
       7800-ADJUST-EIGYOBI.
           MOVE "N" TO WS-CAL-SW
           PERFORM 7810-JUDGE-EIGYOBI UNTIL WS-CAL-EIGYOBI.

       7810-JUDGE-EIGYOBI.
           SET WS-CAL-EIGYOBI TO TRUE
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-YMD)
           COMPUTE WS-CAL-YOUBI = FUNCTION MOD(WS-CAL-INT, 7)
           IF  WS-CAL-YOUBI = 0 OR 6
               MOVE "N" TO WS-CAL-SW
           ELSE
               MOVE WS-CAL-YMD       TO QTS240-PRMYMD
               READ QTS240-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF  QTS240-GINKOKYUKBN = "1"
                       OR  QTS240-TOSHAKYUKBN = "1"
                           MOVE "N" TO WS-CAL-SW
                       END-IF
               END-READ
           END-IF
           IF  NOT WS-CAL-EIGYOBI
               ADD 1 TO WS-CAL-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                                     TO WS-CAL-YMD
           END-IF.

       8000-READ-KAIJI.
           MOVE KJT-PRMKIGYOUCD      TO QTS246-PRMKIGYOUCD
           MOVE KJT-PRMSUBRANGEKEY   TO QTS246-PRMSUBRANGEKEY
           MOVE KJT-PRMNAIBUKAIINNO  TO QTS246-PRMNAIBUKAIINNO
           MOVE KJT-UKETSUKEYMD      TO QTS246-PRMUKETSUKEYMD
           MOVE KJT-RENBAN           TO QTS246-PRMRENBAN
           READ QTS246-KAIJI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS246M: TOUROKU NASHI " QTS246-PRM
           END-READ.

       9000-TERMINATE.
           DISPLAY "QTS246M: UKETSUKE=" WS-UKETSUKE-COUNT
                   " HENKOU=" WS-HENKOU-COUNT
                   " HASSO=" WS-HASSO-COUNT
                   " TORISAGE=" WS-TORISAGE-COUNT
                   " KENGEN-NG=" WS-KENGEN-NG-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE KJS-TRANFILE
           CLOSE QTS246-KAIJI
           CLOSE QTS010-MASTER
           CLOSE QTS240-CALENDAR
           CLOSE QTS129-KENGEN
           CLOSE QTS133-ROLEKYOKA
           CLOSE QTS025-JOURNAL.

       9100-WRITE-JOURNAL.
           MOVE WS-TODAY             TO QTS025-JOURNALYMD
           MOVE WS-NOW-TIME          TO QTS025-JOURNALTIME
           MOVE "QTS246M"            TO QTS025-TRANID
           MOVE KJT-OPERATORID       TO QTS025-OPERATORID
           MOVE KJT-TABANO           TO QTS025-TABANO
           MOVE WS-JN-ACTION         TO QTS025-ACTIONKBN
           MOVE QTS246-PRM           TO WS-JN-KEYINFO
           MOVE WS-JN-KEYINFO        TO QTS025-KEYINFO
           MOVE WS-JN-BEFORE         TO QTS025-BEFOREIMAGE
           MOVE WS-JN-AFTER          TO QTS025-AFTERIMAGE
           WRITE QTS025-REC.
