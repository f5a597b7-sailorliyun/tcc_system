      *8...........2.........3.........4.........5........6........7.........8
      *    QTS244B
      ****************************************************************
      *                受取証書作成バッチ                            *
      *                （日次個別交付・月次まとめ交付）              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    日次モード：処理日に計上されたローン返済の入金分解明細から
      *    受取証書を１件ずつ作成する。まとめ交付未承諾の会員には
      *    個別交付データを即日出力し、承諾済会員は未交付で保留する。
      *    月次モード：対象年月の未交付分を会員ごとにまとめて出力し、
      *    交付済とする。送付先は会員の送付チャネル設定に従う。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS244B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  UKETORI-PARAM   ASSIGN TO "QTS244PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS027-CHANNEL  ASSIGN TO "QTS027"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS027-PRM
                   FILE STATUS IS WS-QTS027-STATUS.
           SELECT  QTS244-UKETORI  ASSIGN TO "QTS244"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS244-PRM
                   FILE STATUS IS WS-QTS244-STATUS.
           SELECT  UKETORI-OUTFILE ASSIGN TO "QTS244UK"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  UKETORI-PARAM.
       01  UKETORI-PARAM-REC.
           05  PRM-MODEKBN             PIC X(01).
      *        1:日次個別作成（既定）  2:月次まとめ交付
           05  PRM-SHORIYMD            PIC 9(08).
      *        日次の対象処理日（未設定時は実行日）
           05  PRM-TAISHONENGETU       PIC 9(06).
      *        月次の対象年月（未設定時は実行日の前月）
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS027-CHANNEL.
       01  QTS027-REC.
           COPY QTS027 REPLACING ==()== BY ==QTS027==.
       FD  QTS244-UKETORI.
       01  QTS244-REC.
           COPY QTS244 REPLACING ==()== BY ==QTS244==.
       FD  UKETORI-OUTFILE.
       01  UKETORI-OUT-REC.
           05  UKO-RECKBN              PIC 9(01).
      *        1:ヘッダ  2:個別受取証書  3:まとめ会員ヘッダ
      *        4:まとめ明細  5:まとめ会員合計  8:チャネル別トレーラ
           05  UKO-UKETORINO           PIC 9(14).
           05  UKO-KIGYOUCD            PIC 9(04).
           05  UKO-SUBRANGEKEY         PIC 9(04).
           05  UKO-NAIBUKAIINNO        PIC 9(08).
           05  UKO-SOUFUKBN            PIC X(01).
           05  UKO-SHIMEIKANA          PIC X(30).
           05  UKO-YUUBINNO            PIC X(07).
           05  UKO-JUSHOKANA           PIC X(42).
           05  UKO-LOANSHUBETSU        PIC 9(05).
           05  UKO-KEIYAKUYMD          PIC 9(08).
           05  UKO-KASHITSUKEGAKU      PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  UKO-NYUKINBI            PIC 9(08).
           05  UKO-NYUKINHOHO          PIC N(04).
           05  UKO-UKETORIGAKU         PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        トレーラ:当該チャネルの受領金額合計
           05  UKO-GENPON              PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  UKO-RISOKU              PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  UKO-TESURYO             PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  UKO-SONGAIKIN           PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  UKO-ZANDAKA             PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  UKO-RISOKUKIJYUNBI      PIC 9(08).
           05  UKO-SHORIYMD            PIC 9(08).
           05  UKO-TAISHONENGETU       PIC 9(06).
           05  UKO-KENSU               PIC 9(07).
      *        会員合計:まとめ件数  トレーラ:当該チャネルの交付件数
       WORKING-STORAGE             SECTION.
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS027-STATUS        PIC X(02).
       01  WS-QTS244-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-FIRST-SW             PIC X(01)     VALUE "Y".
           88  WS-FIRST                          VALUE "Y".
       01  WS-MODEKBN              PIC X(01).
       01  WS-TODAY                PIC 9(08).
       01  WS-SHORIYMD             PIC 9(08).
       01  WS-NENGETU              PIC 9(06).
       01  WS-NENGETU-R            REDEFINES WS-NENGETU.
           05  WS-NG-NEN           PIC 9(04).
           05  WS-NG-TUKI          PIC 9(02).
       01  WS-NENGETU-X            PIC X(06).
       01  WS-UKETORI-SEQ          PIC 9(06)     VALUE ZERO.
       01  WS-JUTOGAKU             PIC S9(11).
       01  WS-MATOMEKBN            PIC X(01).
       01  WS-CHANNEL-KBN          PIC X(01).
       01  WS-CX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-SAKUSEI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KOBETSU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-HORYU-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SUMI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-MATOME-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-MATOMEMEISAI-COUNT   PIC 9(07)     VALUE ZERO.
      * まとめ交付の会員ブレイク用
       01  WS-BRK-KEY.
           05  WS-BRK-KIGYOUCD     PIC 9(04).
           05  WS-BRK-SUBRANGE     PIC 9(04).
           05  WS-BRK-KAIINNO      PIC 9(08).
       01  WS-MEM-TOTAL.
           05  WS-MT-KENSU         PIC 9(07).
           05  WS-MT-UKETORIGAKU   PIC S9(11).
           05  WS-MT-GENPON        PIC S9(11).
           05  WS-MT-RISOKU        PIC S9(11).
           05  WS-MT-TESURYO       PIC S9(11).
           05  WS-MT-SONGAIKIN     PIC S9(11).
       01  WS-MEM-HEADER.
           05  WS-MH-SOUFUKBN      PIC X(01).
           05  WS-MH-SHIMEIKANA    PIC X(30).
           05  WS-MH-YUUBINNO      PIC X(07).
           05  WS-MH-JUSHOKANA     PIC X(42).
      * チャネル別コントロール（1:紙 2:電子 3:併用）
       01  WS-CH-TBL.
           05  WS-CH-ENT           OCCURS 3.
             07  WS-CH-KENSU       PIC 9(07).
             07  WS-CH-KNG         PIC S9(13).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           IF  WS-MODEKBN = "2"
               PERFORM 4000-MATOME-KOFU THRU 4000-EXIT
                       UNTIL WS-EOF
               IF  NOT WS-FIRST
                   PERFORM 4800-WRITE-MEM-TOTAL
               END-IF
           ELSE
               PERFORM 2000-SAKUSEI-UKETORI THRU 2000-EXIT
                       UNTIL WS-EOF
           END-IF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-CH-TBL
           MOVE "1"                  TO WS-MODEKBN
           MOVE WS-TODAY             TO WS-SHORIYMD
           MOVE WS-TODAY(1:6)        TO WS-NENGETU
           IF  WS-NG-TUKI = 1
               SUBTRACT 1 FROM WS-NG-NEN
               MOVE 12               TO WS-NG-TUKI
           ELSE
               SUBTRACT 1 FROM WS-NG-TUKI
           END-IF
           OPEN INPUT  UKETORI-PARAM
           READ UKETORI-PARAM
               AT END CONTINUE
               NOT AT END
                   IF  PRM-MODEKBN = "2"
                       MOVE "2"      TO WS-MODEKBN
                   END-IF
                   IF  PRM-SHORIYMD IS NUMERIC
                   AND PRM-SHORIYMD > ZERO
                       MOVE PRM-SHORIYMD TO WS-SHORIYMD
                   END-IF
                   IF  PRM-TAISHONENGETU IS NUMERIC
                   AND PRM-TAISHONENGETU > ZERO
                       MOVE PRM-TAISHONENGETU TO WS-NENGETU
                   END-IF
           END-READ
           CLOSE UKETORI-PARAM
           MOVE WS-NENGETU           TO WS-NENGETU-X
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS027-CHANNEL
           OPEN I-O    QTS244-UKETORI
           OPEN OUTPUT UKETORI-OUTFILE
           INITIALIZE UKETORI-OUT-REC
           MOVE 1                    TO UKO-RECKBN
           MOVE WS-SHORIYMD          TO UKO-SHORIYMD
           IF  WS-MODEKBN = "2"
               MOVE WS-NENGETU       TO UKO-TAISHONENGETU
           END-IF
           WRITE UKETORI-OUT-REC
           IF  WS-MODEKBN = "2"
               MOVE LOW-VALUE TO QTS244-PRM
               START QTS244-UKETORI KEY IS NOT LESS THAN QTS244-PRM
                   INVALID KEY SET WS-EOF TO TRUE
               END-START
               IF  NOT WS-EOF
                   PERFORM 4900-READ-NEXT
               END-IF
           ELSE
               OPEN INPUT  QTS100-BUNKAI
               OPEN INPUT  QTS210-SCHEDULE
               PERFORM 2900-READ-BUNKAI
           END-IF.

      ****************************************************************
      *    日次：受取証書の作成
      ****************************************************************
      * ローン種別を持つ入金分解のうち処理日計上分を対象とする。
      * 給与控除・口座振替・コンビニ・振込のいずれの入金経路でも
      * 作成し、返済方法には分解区分翻訳値を記載する。充当額の
      * ない明細（戻し・訂正のみ）は対象外とする。
      * 受取証書番号は処理日＋対象明細の通し番号とし、再実行時は
      * 作成済明細もかぞえて同じ番号を再現する。
       2000-SAKUSEI-UKETORI.
           IF  QTS100-LOANSHUBETSU = ZERO
           OR  QTS100-SHORIBI NOT = WS-SHORIYMD
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-JUTOGAKU =
               QTS100-JTJGENPON + QTS100-JTJTESURYOU76
               + QTS100-JTJTESURYOU16 + QTS100-JTJJIMTESURYOU
               + QTS100-JTJSONGAIKIN
           IF  WS-JUTOGAKU NOT > ZERO
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO WS-UKETORI-SEQ
           INITIALIZE QTS244-REC
           MOVE QTS100-PRMKIGYOUCD     TO QTS244-PRMKIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO QTS244-PRMSUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO QTS244-PRMNAIBUKAIINNO
           MOVE QTS100-PRMNYUKINMEISAI TO QTS244-PRMNYUKINMEISAI
           MOVE QTS100-PRMSHORITUUBAN  TO QTS244-PRMSHORITUUBAN
           COMPUTE QTS244-UKETORINO =
               WS-SHORIYMD * 1000000 + WS-UKETORI-SEQ
           MOVE QTS100-LOANSHUBETSU    TO QTS244-LOANSHUBETSU
           PERFORM 2100-GET-KEIYAKU
           MOVE QTS100-NYUKINBI        TO QTS244-NYUKINBI
           MOVE QTS100-BUNKAIKBN       TO QTS244-BUNKAIKBN
           MOVE QTS100-BUNKAIKBNHONYAKU TO QTS244-NYUKINHOHO
           MOVE WS-JUTOGAKU            TO QTS244-UKETORIGAKU
           MOVE QTS100-JTJGENPON       TO QTS244-GENPON
           COMPUTE QTS244-RISOKU =
               QTS100-JTJTESURYOU76 + QTS100-JTJTESURYOU16
           MOVE QTS100-JTJJIMTESURYOU  TO QTS244-TESURYO
           MOVE QTS100-JTJSONGAIKIN    TO QTS244-SONGAIKIN
           COMPUTE QTS244-ZANDAKA =
               QTS100-JTMGENPON - QTS100-JTJGENPON
           MOVE QTS100-RISOKUZANKIJYUNBI TO QTS244-RISOKUKIJYUNBI
           MOVE WS-SHORIYMD            TO QTS244-SAKUSEIYMD
           PERFORM 2200-GET-CHANNEL
           MOVE WS-CHANNEL-KBN         TO QTS244-SOUFUKBN
           IF  WS-MATOMEKBN = "1"
               MOVE "2"                TO QTS244-SHOSHIKIKBN
               MOVE "0"                TO QTS244-HAKKOSTS
               MOVE ZERO               TO QTS244-HAKKOYMD
           ELSE
               MOVE "1"                TO QTS244-SHOSHIKIKBN
               MOVE "1"                TO QTS244-HAKKOSTS
               MOVE WS-SHORIYMD        TO QTS244-HAKKOYMD
           END-IF
           MOVE WS-TODAY               TO QTS244-HOSTSHORIYMD
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO QTS244-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS244-SVRKOUSHINYMD
           WRITE QTS244-REC
               INVALID KEY
                   ADD 1 TO WS-SUMI-COUNT
                   GO TO 2000-NEXT
           END-WRITE
           ADD 1 TO WS-SAKUSEI-COUNT
           IF  QTS244-HAKKOSTS = "0"
               ADD 1 TO WS-HORYU-COUNT
               GO TO 2000-NEXT
           END-IF
           PERFORM 2300-GET-JUSHO
           INITIALIZE UKETORI-OUT-REC
           MOVE 2                      TO UKO-RECKBN
           MOVE WS-MH-SOUFUKBN         TO UKO-SOUFUKBN
           MOVE WS-MH-SHIMEIKANA       TO UKO-SHIMEIKANA
           MOVE WS-MH-YUUBINNO         TO UKO-YUUBINNO
           MOVE WS-MH-JUSHOKANA        TO UKO-JUSHOKANA
           PERFORM 5000-EDIT-MEISAI
           WRITE UKETORI-OUT-REC
           PERFORM 5100-ADD-CHANNEL
           ADD 1 TO WS-KOBETSU-COUNT.

       2000-NEXT.
           PERFORM 2900-READ-BUNKAI.

       2000-EXIT.
           EXIT.

      * 契約年月日と貸付金額は返済予定明細の初版第１回から求める
      * （初回の元本充当額＋支払後残高＝貸付元本）。
       2100-GET-KEIYAKU.
           MOVE QTS100-PRMKIGYOUCD     TO QTS210-PRMKIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO QTS210-PRMSUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO QTS210-PRMNAIBUKAIINNO
           MOVE QTS100-PRMNYUKINMEISAI TO QTS210-PRMNYUKINMEISAI
           MOVE 1                      TO QTS210-PRMSCHEDULEVER
           MOVE 1                      TO QTS210-PRMKAISUU
           READ QTS210-SCHEDULE
               INVALID KEY
                   MOVE ZERO           TO QTS244-KEIYAKUYMD
                   MOVE ZERO           TO QTS244-KASHITSUKEGAKU
               NOT INVALID KEY
                   MOVE QTS210-SAKUSEIYMD TO QTS244-KEIYAKUYMD
                   COMPUTE QTS244-KASHITSUKEGAKU =
                       QTS210-GENPONGAKU + QTS210-SHIHARAIGOZAN
           END-READ.

      * 送付チャネルとまとめ交付承諾は現行設定（連番ゼロ）を引く。
      * 未設定会員は紙・個別交付とする。
       2200-GET-CHANNEL.
           MOVE "1"                    TO WS-CHANNEL-KBN
           MOVE SPACE                  TO WS-MATOMEKBN
           MOVE QTS244-PRMKIGYOUCD     TO QTS027-PRMKIGYOUCD
           MOVE QTS244-PRMSUBRANGEKEY  TO QTS027-PRMSUBRANGEKEY
           MOVE QTS244-PRMNAIBUKAIINNO TO QTS027-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS027-PRMRENBAN
           READ QTS027-CHANNEL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTS027-CHANNELKBN TO WS-CHANNEL-KBN
                   MOVE QTS027-UKETORIMATOMEKBN TO WS-MATOMEKBN
           END-READ.

       2300-GET-JUSHO.
           MOVE WS-CHANNEL-KBN         TO WS-MH-SOUFUKBN
           MOVE SPACE                  TO WS-MH-SHIMEIKANA
           MOVE SPACE                  TO WS-MH-YUUBINNO
           MOVE SPACE                  TO WS-MH-JUSHOKANA
           MOVE QTS244-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS244-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS244-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   DISPLAY "QTS244B: MEMBER NOT FOUND "
                       QTS010-PRM
               NOT INVALID KEY
                   MOVE QTS010-HONSHIMEIKANA TO WS-MH-SHIMEIKANA
                   MOVE QTS010-JTKYUUBINNO   TO WS-MH-YUUBINNO
                   MOVE QTS010-JTKJUSHOKANA  TO WS-MH-JUSHOKANA
           END-READ.

       2900-READ-BUNKAI.
           READ QTS100-BUNKAI
               AT END SET WS-EOF TO TRUE
           END-READ.

      ****************************************************************
      *    月次：まとめ受取証書の交付
      ****************************************************************
      * 会員の承諾に基づき保留した受取証書のうち対象年月作成分を
      * 会員ごとにまとめて出力し、交付済に更新する。承諾撤回後も
      * 撤回前に保留した分はまとめて交付する。
       4000-MATOME-KOFU.
           IF  QTS244-SHOSHIKIKBN NOT = "2"
           OR  QTS244-HAKKOSTS NOT = "0"
           OR  QTS244-SAKUSEIYMD(1:6) NOT = WS-NENGETU-X
               GO TO 4000-NEXT
           END-IF
           IF  WS-FIRST
           OR  QTS244-PRMKIGYOUCD     NOT = WS-BRK-KIGYOUCD
           OR  QTS244-PRMSUBRANGEKEY  NOT = WS-BRK-SUBRANGE
           OR  QTS244-PRMNAIBUKAIINNO NOT = WS-BRK-KAIINNO
               IF  NOT WS-FIRST
                   PERFORM 4800-WRITE-MEM-TOTAL
               END-IF
               PERFORM 4100-WRITE-MEM-HEADER
           END-IF
           PERFORM 5000-EDIT-MEISAI
           MOVE 4                      TO UKO-RECKBN
           WRITE UKETORI-OUT-REC
           ADD 1                       TO WS-MT-KENSU
           ADD QTS244-UKETORIGAKU      TO WS-MT-UKETORIGAKU
           ADD QTS244-GENPON           TO WS-MT-GENPON
           ADD QTS244-RISOKU           TO WS-MT-RISOKU
           ADD QTS244-TESURYO          TO WS-MT-TESURYO
           ADD QTS244-SONGAIKIN        TO WS-MT-SONGAIKIN
           MOVE WS-MH-SOUFUKBN         TO QTS244-SOUFUKBN
           MOVE "1"                    TO QTS244-HAKKOSTS
           MOVE WS-TODAY               TO QTS244-HAKKOYMD
           MOVE WS-TODAY               TO QTS244-HOSTSHORIYMD
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO QTS244-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS244-SVRKOUSHINYMD
           REWRITE QTS244-REC
               INVALID KEY
                   DISPLAY "QTS244B: REWRITE ERROR " QTS244-PRM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-MATOMEMEISAI-COUNT.

       4000-NEXT.
           PERFORM 4900-READ-NEXT.

       4000-EXIT.
           EXIT.

      * 会員ヘッダ。送付チャネルは交付時点の現行設定に従う。
       4100-WRITE-MEM-HEADER.
           MOVE "N"                    TO WS-FIRST-SW
           MOVE QTS244-PRMKIGYOUCD     TO WS-BRK-KIGYOUCD
           MOVE QTS244-PRMSUBRANGEKEY  TO WS-BRK-SUBRANGE
           MOVE QTS244-PRMNAIBUKAIINNO TO WS-BRK-KAIINNO
           INITIALIZE WS-MEM-TOTAL
           PERFORM 2200-GET-CHANNEL
           PERFORM 2300-GET-JUSHO
           INITIALIZE UKETORI-OUT-REC
           MOVE 3                      TO UKO-RECKBN
           MOVE WS-BRK-KIGYOUCD        TO UKO-KIGYOUCD
           MOVE WS-BRK-SUBRANGE        TO UKO-SUBRANGEKEY
           MOVE WS-BRK-KAIINNO         TO UKO-NAIBUKAIINNO
           MOVE WS-MH-SOUFUKBN         TO UKO-SOUFUKBN
           MOVE WS-MH-SHIMEIKANA       TO UKO-SHIMEIKANA
           MOVE WS-MH-YUUBINNO         TO UKO-YUUBINNO
           MOVE WS-MH-JUSHOKANA        TO UKO-JUSHOKANA
           MOVE WS-NENGETU             TO UKO-TAISHONENGETU
           WRITE UKETORI-OUT-REC.

      * 会員合計。残存債務額は最終明細の値を引き継ぐ。
       4800-WRITE-MEM-TOTAL.
           MOVE 5                      TO UKO-RECKBN
           MOVE ZERO                   TO UKO-UKETORINO
           MOVE WS-MT-UKETORIGAKU      TO UKO-UKETORIGAKU
           MOVE WS-MT-GENPON           TO UKO-GENPON
           MOVE WS-MT-RISOKU           TO UKO-RISOKU
           MOVE WS-MT-TESURYO          TO UKO-TESURYO
           MOVE WS-MT-SONGAIKIN        TO UKO-SONGAIKIN
           MOVE WS-MT-KENSU            TO UKO-KENSU
           WRITE UKETORI-OUT-REC
           MOVE WS-MT-UKETORIGAKU      TO WS-JUTOGAKU
           PERFORM 5100-ADD-CHANNEL
           ADD 1 TO WS-MATOME-COUNT.

       4900-READ-NEXT.
           READ QTS244-UKETORI NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

      ****************************************************************
      *    共通：受取証書明細の編集・チャネル別集計
      ****************************************************************
       5000-EDIT-MEISAI.
           MOVE QTS244-UKETORINO       TO UKO-UKETORINO
           MOVE QTS244-PRMKIGYOUCD     TO UKO-KIGYOUCD
           MOVE QTS244-PRMSUBRANGEKEY  TO UKO-SUBRANGEKEY
           MOVE QTS244-PRMNAIBUKAIINNO TO UKO-NAIBUKAIINNO
           MOVE QTS244-LOANSHUBETSU    TO UKO-LOANSHUBETSU
           MOVE QTS244-KEIYAKUYMD      TO UKO-KEIYAKUYMD
           MOVE QTS244-KASHITSUKEGAKU  TO UKO-KASHITSUKEGAKU
           MOVE QTS244-NYUKINBI        TO UKO-NYUKINBI
           MOVE QTS244-NYUKINHOHO      TO UKO-NYUKINHOHO
           MOVE QTS244-UKETORIGAKU     TO UKO-UKETORIGAKU
           MOVE QTS244-GENPON          TO UKO-GENPON
           MOVE QTS244-RISOKU          TO UKO-RISOKU
           MOVE QTS244-TESURYO         TO UKO-TESURYO
           MOVE QTS244-SONGAIKIN       TO UKO-SONGAIKIN
           MOVE QTS244-ZANDAKA         TO UKO-ZANDAKA
           MOVE QTS244-RISOKUKIJYUNBI  TO UKO-RISOKUKIJYUNBI
           MOVE QTS244-SAKUSEIYMD      TO UKO-SHORIYMD.

       5100-ADD-CHANNEL.
           MOVE ZERO TO WS-CX
           EVALUATE WS-MH-SOUFUKBN
               WHEN "1" MOVE 1 TO WS-CX
               WHEN "2" MOVE 2 TO WS-CX
               WHEN "3" MOVE 3 TO WS-CX
           END-EVALUATE
           IF  WS-CX > ZERO
               ADD 1 TO WS-CH-KENSU(WS-CX)
               ADD WS-JUTOGAKU TO WS-CH-KNG(WS-CX)
           END-IF.

       8000-WRITE-TRAILER.
           PERFORM 8100-TRAILER-ONE
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 3.

       8100-TRAILER-ONE.
           INITIALIZE UKETORI-OUT-REC
           MOVE 8                    TO UKO-RECKBN
           MOVE WS-SHORIYMD          TO UKO-SHORIYMD
           IF  WS-MODEKBN = "2"
               MOVE WS-NENGETU       TO UKO-TAISHONENGETU
           END-IF
           EVALUATE WS-CX
               WHEN 1 MOVE "1" TO UKO-SOUFUKBN
               WHEN 2 MOVE "2" TO UKO-SOUFUKBN
               WHEN 3 MOVE "3" TO UKO-SOUFUKBN
           END-EVALUATE
           MOVE WS-CH-KNG(WS-CX)     TO UKO-UKETORIGAKU
           MOVE WS-CH-KENSU(WS-CX)   TO UKO-KENSU
           WRITE UKETORI-OUT-REC.

       9000-TERMINATE.
           IF  WS-MODEKBN = "2"
               DISPLAY "QTS244B: NENGETU=" WS-NENGETU
                       " KAIIN=" WS-MATOME-COUNT
                       " MEISAI=" WS-MATOMEMEISAI-COUNT
           ELSE
               DISPLAY "QTS244B: SHORIYMD=" WS-SHORIYMD
                       " SAKUSEI=" WS-SAKUSEI-COUNT
                       " KOBETSU=" WS-KOBETSU-COUNT
                       " HORYU=" WS-HORYU-COUNT
                       " SUMI=" WS-SUMI-COUNT
               CLOSE QTS100-BUNKAI
               CLOSE QTS210-SCHEDULE
           END-IF
           CLOSE QTS010-MASTER
           CLOSE QTS027-CHANNEL
           CLOSE QTS244-UKETORI
           CLOSE UKETORI-OUTFILE.
      *8...........2.........3.........4.........5........6........7.........8
