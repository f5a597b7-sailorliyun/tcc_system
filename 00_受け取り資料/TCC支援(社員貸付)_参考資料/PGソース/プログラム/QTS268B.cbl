      *8...........2.........3.........4.........5........6........7.........8
      *    QTS268B
      ****************************************************************
      *                国際ブランド精算照合バッチ（日次）            *
      *                （差異判定・経過管理・手数料仕訳抽出）        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
      *    国際ブランドの精算明細（QXTS268、取込ゲート共通ラッパ
      *    形式）を利用明細（QTS050）・売上明細（QTS070）とカード
      *    番号・承認番号・利用日で突合し、結果をブランド精算照合
      *    ファイル（QTS268）へ取引ごとに記録する。差異区分は
      *      当社未計上  ：ブランドの精算に対応する利用明細がない
      *      ブランド未精算：ブランド取引の利用明細が計上後、精算
      *                    猶予日数を過ぎても精算されない
      *      金額相違    ：精算金額（円）が利用金額と異なる
      *      通貨相違    ：取引通貨または取引通貨額が異なる
      *    とする。ブランド取引かどうかはカード番号の先頭６桁を
      *    ブランドＢＩＮ定義（QTS268BN）で判定する。
      *    未解消の差異は毎日経過日数を更新して経過帯別に報告し、
      *    警告日数を超えたものがあれば復帰コード４とする（月末の
      *    補助簿・総勘定照合を待たずに調査へ回すため）。
      *    精算明細のインターチェンジはインターチェンジ収入（貸方
      *    ６２０）、ブランド手数料はアセスメント手数料（借方６７０）
      *    として、加盟店未払金（２１０）を相手に総勘定仕訳抽出
      *    （QTS230）へ起票する（発生元区分Ｂ）。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS268B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SEISAN-PARAM    ASSIGN TO "QTS268PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  BIN-INFILE      ASSIGN TO "QTS268BN"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SEISAN-INFILE   ASSIGN TO "QXTS268"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS070-URIFILE  ASSIGN TO "QTS070"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS070-STATUS.
           SELECT  QTS268-SHOUGO   ASSIGN TO "QTS268"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS268-SEG
                   FILE STATUS IS WS-QTS268-STATUS.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
           SELECT  SAGAI-RPTFILE   ASSIGN TO "QTS268RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SEISAN-PARAM.
       01  SEISAN-PARAM-REC.
           05  PRM-YUYO-NISSU          PIC 9(03).
      *        計上後の精算猶予日数（既定５日）
           05  PRM-TAISHO-NISSU        PIC 9(03).
      *        ブランド未精算を判定する計上日の遡り日数（既定６０日）
           05  PRM-KEIKOKU-NISSU       PIC 9(03).
      *        未解消差異の警告経過日数（既定２０日）
       FD  BIN-INFILE.
      *    ブランドＢＩＮ定義（カード番号先頭６桁→ブランド区分）
       01  BIN-IN-REC.
           05  BIN-PREFIX              PIC X(06).
           05  BIN-BRANDKBN            PIC X(01).
       FD  SEISAN-INFILE.
      *    取込ゲート共通ラッパ形式（先頭１桁レコード区分）
       01  SEISAN-IN-REC.
           03  SSN-RECKBN              PIC X(01).
      *        1:ヘッダ  2:データ  8:トレーラ
           COPY QXTS268 REPLACING ==()== BY ==SSN==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS070-URIFILE.
       01  QTS070-REC.
           COPY QTS070 REPLACING ==()== BY ==QTS070==.
       FD  QTS268-SHOUGO.
       01  QTS268-REC.
           COPY QTS268 REPLACING ==()== BY ==QTS268==.
       FD  QTS230-SIWAKE.
       01  QTS230-REC.
           COPY QTS230 REPLACING ==()== BY ==QTS230==.
       FD  SAGAI-RPTFILE.
       01  SAGAI-RPT-LINE              PIC X(120).
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS070-STATUS        PIC X(02).
       01  WS-QTS268-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TODAY-INT            PIC 9(08).
       01  WS-WORK-INT             PIC 9(08).
       01  WS-YUYO-YMD             PIC 9(08).
       01  WS-TAISHO-YMD           PIC 9(08).
       01  WS-KEIKA-NISSU          PIC S9(05).
       01  WS-CARDNO-X             PIC X(16).
       01  WS-BRANDKBN             PIC X(01).
       01  WS-HANTEI-KBN           PIC X(01).
      * インターチェンジ・アセスメント手数料の当日累計
       01  WS-IC-KNG               PIC S9(13)    VALUE ZERO.
       01  WS-AS-KNG               PIC S9(13)    VALUE ZERO.
       01  WS-SEISAN-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-ASSESS-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-SAISHORI-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-ICCHI-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-SHINKI-SAGAI-COUNT   PIC 9(05)     VALUE ZERO.
       01  WS-MISEISAN-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-KAIKETSU-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-MIKAIKETSU-COUNT     PIC 9(05)     VALUE ZERO.
       01  WS-KEIKOKU-COUNT        PIC 9(05)     VALUE ZERO.
      * 未解消差異の経過帯別件数
      *   1:７日以内  2:８～１４日  3:１５～３０日  4:３１日以上
       01  WS-KT-TBL.
           05  WS-KT-COUNT         PIC 9(05)     OCCURS 4.
       01  WS-KX                   PIC 9(01)     VALUE ZERO  COMP.
      * ブランドＢＩＮ定義
       01  WS-BN-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-NX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-BN-TBL.
           05  WS-BN-ENT           OCCURS 300.
             07  WS-BN-PREFIX      PIC X(06).
             07  WS-BN-BRANDKBN    PIC X(01).
      * 当日の精算明細（取引精算）と突合した当社計上の内容
       01  WS-BR-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-BX                   PIC 9(05)     VALUE ZERO  COMP.
       01  WS-BR-TBL.
           05  WS-BR-ENT           OCCURS 20000.
             07  WS-BR-SEG.
               09  WS-BR-CARDNO    PIC X(16).
               09  WS-BR-SHOUNINNO PIC 9(07).
               09  WS-BR-RIYOUBI   PIC 9(08).
             07  WS-BR-BRANDKBN    PIC X(01).
             07  WS-BR-SEISANYMD   PIC 9(08).
             07  WS-BR-KNG         PIC S9(11).
             07  WS-BR-TUUKACD     PIC X(03).
             07  WS-BR-TUUKAGAKU   PIC S9(10)V9(03).
             07  WS-BR-ICKNG       PIC S9(09).
             07  WS-BR-MATCH-SW    PIC X(01).
      *          Y:利用明細と突合済
             07  WS-BR-URI-SW      PIC X(01).
      *          Y:売上明細と突合済
             07  WS-BR-KIGYOUCD    PIC 9(04).
             07  WS-BR-SUBRANGE    PIC 9(04).
             07  WS-BR-KAIINNO     PIC 9(08).
             07  WS-BR-TORIHIKINO  PIC 9(07).
             07  WS-BR-KEIJYOUBI   PIC 9(08).
             07  WS-BR-TOUKNG      PIC S9(11).
             07  WS-BR-TOUTUUKACD  PIC X(03).
             07  WS-BR-TOUTUUKAGAKU PIC S9(10)V9(03).
       01  WS-RP-LINE.
           05  WS-RP-BRANDKBN      PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-CARDNO        PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHOUNINNO     PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RIYOUBI       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SAGAI         PIC N(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TOUKNG        PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-BRDKNG        PIC -----------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HASSEIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KEIKANISSU    PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KEIKOKU       PIC N(02).
       01  WS-SM-LINE.
           05  WS-SM-MIDASHI       PIC N(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SM-KENSU         PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SM-KNG           PIC --------------9.
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SEISAN THRU 2900-NEXT-SEISAN
                   UNTIL WS-EOF
           PERFORM 3000-OPEN-URIAGE
           PERFORM 3100-MATCH-URIAGE THRU 3900-NEXT-URIAGE
                   UNTIL WS-EOF
           PERFORM 4000-OPEN-URIMEISAI
           PERFORM 4100-MATCH-URIMEISAI THRU 4900-NEXT-URIMEISAI
                   UNTIL WS-EOF
           CLOSE QTS070-URIFILE
           PERFORM 5000-HANTEI-SEISAN THRU 5000-EXIT
                   VARYING WS-BX FROM 1 BY 1
                   UNTIL WS-BX > WS-BR-MAX
           PERFORM 6000-AGING
           PERFORM 7000-WRITE-SIWAKE THRU 7000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-BR-TBL
           INITIALIZE WS-BN-TBL
           INITIALIZE WS-KT-TBL
           OPEN INPUT  SEISAN-PARAM
           READ SEISAN-PARAM
               AT END
                   MOVE 005 TO PRM-YUYO-NISSU
                   MOVE 060 TO PRM-TAISHO-NISSU
                   MOVE 020 TO PRM-KEIKOKU-NISSU
           END-READ
           IF  PRM-YUYO-NISSU = ZERO
               MOVE 005 TO PRM-YUYO-NISSU
           END-IF
           IF  PRM-TAISHO-NISSU = ZERO
               MOVE 060 TO PRM-TAISHO-NISSU
           END-IF
           IF  PRM-KEIKOKU-NISSU = ZERO
               MOVE 020 TO PRM-KEIKOKU-NISSU
           END-IF
           CLOSE SEISAN-PARAM
      *    猶予日数を過ぎた計上日の上限と、判定対象の計上日の下限
           COMPUTE WS-WORK-INT = WS-TODAY-INT - PRM-YUYO-NISSU
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-YUYO-YMD
           COMPUTE WS-WORK-INT = WS-TODAY-INT - PRM-TAISHO-NISSU
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               TO WS-TAISHO-YMD
           OPEN INPUT  BIN-INFILE
           READ BIN-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-BIN UNTIL WS-EOF
           CLOSE BIN-INFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  SEISAN-INFILE
           OPEN I-O    QTS268-SHOUGO
           OPEN OUTPUT SAGAI-RPTFILE
           READ SEISAN-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1100-LOAD-BIN.
           IF  WS-BN-MAX >= 300
               DISPLAY "QTS268B: BIN TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BN-MAX
           MOVE BIN-PREFIX           TO WS-BN-PREFIX(WS-BN-MAX)
           MOVE BIN-BRANDKBN         TO WS-BN-BRANDKBN(WS-BN-MAX)
           READ BIN-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 取引精算の明細を表へ積み、ブランド手数料の明細は当日の
      * アセスメント手数料として累計する。表があふれると突合漏れ
      * から偽の差異が出るため、打ち切らず異常終了とする。
       2000-LOAD-SEISAN.
           IF  SSN-RECKBN NOT = "2"
               GO TO 2900-NEXT-SEISAN
           END-IF
           IF  SSN-MEISAIKBN = "2"
               ADD SSN-ASSESSKNG TO WS-AS-KNG
               ADD 1 TO WS-ASSESS-COUNT
               GO TO 2900-NEXT-SEISAN
           END-IF
           IF  SSN-MEISAIKBN NOT = "1"
           OR  SSN-CARDNO = SPACES
           OR  SSN-SEISANYMD = ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SSN-CARDNO       TO MSK-MOTOCARDNO
               PERFORM 8600-MASK-CARDNO
               DISPLAY "QTS268B: KOUMOKU FUSEI " MSK-MASKCARDNO
                   " " SSN-SHOUNINNO
               GO TO 2900-NEXT-SEISAN
           END-IF
           IF  WS-BR-MAX >= 20000
               DISPLAY "QTS268B: SEISAN TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BR-MAX
           MOVE SSN-CARDNO           TO WS-BR-CARDNO(WS-BR-MAX)
           MOVE SSN-SHOUNINNO        TO WS-BR-SHOUNINNO(WS-BR-MAX)
           MOVE SSN-RIYOUBI          TO WS-BR-RIYOUBI(WS-BR-MAX)
           MOVE SSN-BRANDKBN         TO WS-BR-BRANDKBN(WS-BR-MAX)
           MOVE SSN-SEISANYMD        TO WS-BR-SEISANYMD(WS-BR-MAX)
           MOVE SSN-SEISANKNG        TO WS-BR-KNG(WS-BR-MAX)
           IF  SSN-TUUKACD = SPACES
               MOVE "JPY"            TO WS-BR-TUUKACD(WS-BR-MAX)
           ELSE
               MOVE SSN-TUUKACD      TO WS-BR-TUUKACD(WS-BR-MAX)
           END-IF
           MOVE SSN-TUUKAGAKU        TO WS-BR-TUUKAGAKU(WS-BR-MAX)
           MOVE SSN-INTERCHANGEKNG   TO WS-BR-ICKNG(WS-BR-MAX)
           MOVE "N"                  TO WS-BR-MATCH-SW(WS-BR-MAX)
           MOVE "N"                  TO WS-BR-URI-SW(WS-BR-MAX).

       2900-NEXT-SEISAN.
           READ SEISAN-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-OPEN-URIAGE.
           CLOSE SEISAN-INFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS050-URIAGE
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 承認番号のある利用明細（当社起票の内部伝票を除く）を当日
      * の精算明細と突合する。当日の精算にないものはブランド未精
      * 算の判定と、以前に当社未計上とした差異の後着計上の確認を
      * 行う。
       3100-MATCH-URIAGE.
           IF  QTS050-GKGSHOUNINNO = ZERO
           OR  QTS050-DENPYOUSHUBETSU >= 9000
               GO TO 3900-NEXT-URIAGE
           END-IF
           MOVE QTS050-CARDNO        TO WS-CARDNO-X
           MOVE "N" TO WS-HIT-SW
           PERFORM 3200-SEARCH-BR
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BR-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-BX
               PERFORM 3300-SET-TOUSHA
               GO TO 3900-NEXT-URIAGE
           END-IF
           IF  QTS050-KEIJYOUBI < WS-TAISHO-YMD
               GO TO 3900-NEXT-URIAGE
           END-IF
           PERFORM 3500-CHECK-MISEISAN THRU 3500-EXIT.

       3900-NEXT-URIAGE.
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3200-SEARCH-BR.
           IF  WS-BR-CARDNO(WS-BX)    = WS-CARDNO-X
           AND WS-BR-SHOUNINNO(WS-BX) = QTS050-GKGSHOUNINNO
           AND WS-BR-RIYOUBI(WS-BX)   = QTS050-RIYOUBI
           AND WS-BR-MATCH-SW(WS-BX)  = "N"
               SET WS-HIT TO TRUE
           END-IF.

      * 円貨の利用明細は通貨コードをＪＰＹとみなす（外貨の取引
      * 通貨額は売上明細から補う）。
       3300-SET-TOUSHA.
           MOVE "Y"                  TO WS-BR-MATCH-SW(WS-BX)
           MOVE QTS050-PRMKIGYOUCD   TO WS-BR-KIGYOUCD(WS-BX)
           MOVE QTS050-PRMSUBRANGEKEY TO WS-BR-SUBRANGE(WS-BX)
           MOVE QTS050-PRMNAIBUKAIINNO TO WS-BR-KAIINNO(WS-BX)
           MOVE QTS050-PRMTORIHIKINO TO WS-BR-TORIHIKINO(WS-BX)
           MOVE QTS050-KEIJYOUBI     TO WS-BR-KEIJYOUBI(WS-BX)
           MOVE QTS050-GKGRIYOUKNG   TO WS-BR-TOUKNG(WS-BX)
           IF  QTS050-ISOTUUKA = SPACES
               MOVE "JPY"            TO WS-BR-TOUTUUKACD(WS-BX)
           ELSE
               MOVE QTS050-ISOTUUKA  TO WS-BR-TOUTUUKACD(WS-BX)
           END-IF
           MOVE ZERO                 TO WS-BR-TOUTUUKAGAKU(WS-BX).

      * ブランドＢＩＮに該当しないカード（ハウスカード等）は精算
      * の対象外とする。照合ファイルに記録がなく猶予日数を過ぎて
      * いればブランド未精算の差異として登録し、当社未計上の差異
      * が未解消で残っていれば当社側を補って判定し直す。
       3500-CHECK-MISEISAN.
           PERFORM 3600-FIND-BIN
           IF  NOT WS-HIT
               GO TO 3500-EXIT
           END-IF
           MOVE WS-CARDNO-X          TO QTS268-PRMCARDNO
           MOVE QTS050-GKGSHOUNINNO  TO QTS268-PRMSHOUNINNO
           MOVE QTS050-RIYOUBI       TO QTS268-PRMRIYOUBI
           READ QTS268-SHOUGO
               INVALID KEY
                   IF  QTS050-KEIJYOUBI <= WS-YUYO-YMD
                       PERFORM 3700-WRITE-MISEISAN
                   END-IF
               NOT INVALID KEY
                   IF  QTS268-SAGAIKBN = "1"
                   AND QTS268-KAIKETSUKBN = SPACE
                       PERFORM 3800-LATE-KEIJYOU
                   END-IF
           END-READ.

       3500-EXIT.
           EXIT.

       3600-FIND-BIN.
           MOVE "N" TO WS-HIT-SW
           PERFORM 3610-SEARCH-BIN
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-BN-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-NX
               MOVE WS-BN-BRANDKBN(WS-NX) TO WS-BRANDKBN
           END-IF.

       3610-SEARCH-BIN.
           IF  WS-BN-PREFIX(WS-NX) = WS-CARDNO-X(1:6)
               SET WS-HIT TO TRUE
           END-IF.

       3700-WRITE-MISEISAN.
           INITIALIZE QTS268-REC
           MOVE WS-CARDNO-X          TO QTS268-PRMCARDNO
           MOVE QTS050-GKGSHOUNINNO  TO QTS268-PRMSHOUNINNO
           MOVE QTS050-RIYOUBI       TO QTS268-PRMRIYOUBI
           MOVE WS-BRANDKBN          TO QTS268-BRANDKBN
           PERFORM 3750-MOVE-TOUSHA
           MOVE "2"                  TO QTS268-SAGAIKBN
           MOVE WS-TODAY             TO QTS268-HASSEIYMD
           MOVE SPACE                TO QTS268-KAIKETSUKBN
           MOVE WS-TODAY             TO QTS268-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS268-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS268-SVRKOUSHINYMD
           WRITE QTS268-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS268B: WRITE ERR " QTS268-SEG
               NOT INVALID KEY
                   ADD 1 TO WS-MISEISAN-COUNT
           END-WRITE.

       3750-MOVE-TOUSHA.
           MOVE QTS050-PRMKIGYOUCD   TO QTS268-TOUKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO QTS268-TOUSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS268-TOUNAIBUKAIINNO
           MOVE QTS050-PRMTORIHIKINO TO QTS268-TOUTORIHIKINO
           MOVE QTS050-KEIJYOUBI     TO QTS268-TOUKEIJYOUBI
           MOVE QTS050-GKGRIYOUKNG   TO QTS268-TOUKNG
           IF  QTS050-ISOTUUKA = SPACES
               MOVE "JPY"            TO QTS268-TOUTUUKACD
           ELSE
               MOVE QTS050-ISOTUUKA  TO QTS268-TOUTUUKACD
           END-IF
           MOVE ZERO                 TO QTS268-TOUTUUKAGAKU.

       3800-LATE-KEIJYOU.
           PERFORM 3750-MOVE-TOUSHA
           MOVE "N" TO WS-SHINKI-SW
           PERFORM 5500-HANTEI
           MOVE WS-TODAY             TO QTS268-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS268-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS268-SVRKOUSHINYMD
           REWRITE QTS268-REC.

       4000-OPEN-URIMEISAI.
           CLOSE QTS050-URIAGE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS070-URIFILE
           READ QTS070-URIFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 利用明細と突合できた精算明細について、売上明細から取引
      * 通貨コードと現地通貨額を補う。
       4100-MATCH-URIMEISAI.
           IF  QTS070-URISHOUNINNO = ZERO
               GO TO 4900-NEXT-URIMEISAI
           END-IF
           MOVE QTS070-URICARDNO     TO WS-CARDNO-X
           MOVE "N" TO WS-HIT-SW
           PERFORM 4200-SEARCH-URI
               VARYING WS-BX FROM 1 BY 1
               UNTIL WS-BX > WS-BR-MAX OR WS-HIT
           IF  NOT WS-HIT
               GO TO 4900-NEXT-URIMEISAI
           END-IF
           SUBTRACT 1 FROM WS-BX
           MOVE "Y"                  TO WS-BR-URI-SW(WS-BX)
           IF  QTS070-KAITUUKACD NOT = SPACES
               MOVE QTS070-KAITUUKACD TO WS-BR-TOUTUUKACD(WS-BX)
               MOVE QTS070-KAITUUKAGAKU
                   TO WS-BR-TOUTUUKAGAKU(WS-BX)
           END-IF.

       4900-NEXT-URIMEISAI.
           READ QTS070-URIFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       4200-SEARCH-URI.
           IF  WS-BR-CARDNO(WS-BX)    = WS-CARDNO-X
           AND WS-BR-SHOUNINNO(WS-BX) = QTS070-URISHOUNINNO
           AND WS-BR-RIYOUBI(WS-BX)   = QTS070-URIRIYOUBI
           AND WS-BR-MATCH-SW(WS-BX)  = "Y"
           AND WS-BR-URI-SW(WS-BX)    = "N"
               SET WS-HIT TO TRUE
           END-IF.

      * 当日の精算明細ごとに照合ファイルへ反映する。再提示・取消
      * の精算は既存の取引へ累計し、同じ精算日の明細が既に反映
      * 済みのもの（再実行）は読み飛ばす。
       5000-HANTEI-SEISAN.
           MOVE WS-BR-SEG(WS-BX)     TO QTS268-SEG
           READ QTS268-SHOUGO
               INVALID KEY
                   MOVE "Y" TO WS-SHINKI-SW
               NOT INVALID KEY
                   MOVE "N" TO WS-SHINKI-SW
           END-READ
           IF  NOT WS-SHINKI
           AND QTS268-BRDSEISANYMD = WS-BR-SEISANYMD(WS-BX)
               ADD 1 TO WS-SAISHORI-COUNT
               GO TO 5000-EXIT
           END-IF
           IF  WS-SHINKI
               INITIALIZE QTS268-REC
               MOVE WS-BR-SEG(WS-BX) TO QTS268-SEG
               MOVE "0"              TO QTS268-SAGAIKBN
               MOVE SPACE            TO QTS268-KAIKETSUKBN
           END-IF
           MOVE WS-BR-BRANDKBN(WS-BX)  TO QTS268-BRANDKBN
           MOVE WS-BR-SEISANYMD(WS-BX) TO QTS268-BRDSEISANYMD
           ADD  WS-BR-KNG(WS-BX)       TO QTS268-BRDKNG
           MOVE WS-BR-TUUKACD(WS-BX)   TO QTS268-BRDTUUKACD
           ADD  WS-BR-TUUKAGAKU(WS-BX) TO QTS268-BRDTUUKAGAKU
           ADD  WS-BR-ICKNG(WS-BX)     TO QTS268-BRDINTERCHANGEKNG
           ADD  WS-BR-ICKNG(WS-BX)     TO WS-IC-KNG
           IF  WS-BR-MATCH-SW(WS-BX) = "Y"
               MOVE WS-BR-KIGYOUCD(WS-BX) TO QTS268-TOUKIGYOUCD
               MOVE WS-BR-SUBRANGE(WS-BX)
                   TO QTS268-TOUSUBRANGEKEY
               MOVE WS-BR-KAIINNO(WS-BX)
                   TO QTS268-TOUNAIBUKAIINNO
               MOVE WS-BR-TORIHIKINO(WS-BX)
                   TO QTS268-TOUTORIHIKINO
               MOVE WS-BR-KEIJYOUBI(WS-BX) TO QTS268-TOUKEIJYOUBI
               MOVE WS-BR-TOUKNG(WS-BX)    TO QTS268-TOUKNG
               MOVE WS-BR-TOUTUUKACD(WS-BX)
                   TO QTS268-TOUTUUKACD
               MOVE WS-BR-TOUTUUKAGAKU(WS-BX)
                   TO QTS268-TOUTUUKAGAKU
           END-IF
           PERFORM 5500-HANTEI
           MOVE WS-TODAY             TO QTS268-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS268-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS268-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS268-REC
           ELSE
               REWRITE QTS268-REC
           END-IF
           ADD 1 TO WS-SEISAN-COUNT.

       5000-EXIT.
           EXIT.

      * 当社計上とブランド精算の両側から差異区分を判定する。一致
      * すれば未解消の差異を自動解消とし、新たに差異となったもの
      * （一致・解消済からの変化を含む）は当日を差異発生日とする。
      * 外貨の取引通貨額は両側に値がある場合のみ比較する。
       5500-HANTEI.
           EVALUATE TRUE
               WHEN QTS268-TOUNAIBUKAIINNO = ZERO
                AND QTS268-TOUTORIHIKINO = ZERO
                   MOVE "1" TO WS-HANTEI-KBN
               WHEN QTS268-BRDSEISANYMD = ZERO
                   MOVE "2" TO WS-HANTEI-KBN
               WHEN QTS268-TOUTUUKACD NOT = QTS268-BRDTUUKACD
                   MOVE "4" TO WS-HANTEI-KBN
               WHEN QTS268-BRDTUUKACD NOT = "JPY"
                AND QTS268-TOUTUUKAGAKU NOT = ZERO
                AND QTS268-BRDTUUKAGAKU NOT = ZERO
                AND QTS268-TOUTUUKAGAKU
                    NOT = QTS268-BRDTUUKAGAKU
                   MOVE "4" TO WS-HANTEI-KBN
               WHEN QTS268-TOUKNG NOT = QTS268-BRDKNG
                   MOVE "3" TO WS-HANTEI-KBN
               WHEN OTHER
                   MOVE "0" TO WS-HANTEI-KBN
           END-EVALUATE
           IF  WS-HANTEI-KBN = "0"
               ADD 1 TO WS-ICCHI-COUNT
               IF  QTS268-SAGAIKBN NOT = "0"
               AND QTS268-KAIKETSUKBN = SPACE
                   MOVE "1"          TO QTS268-KAIKETSUKBN
                   MOVE WS-TODAY     TO QTS268-KAIKETSUYMD
                   ADD 1 TO WS-KAIKETSU-COUNT
               END-IF
           ELSE
               IF  WS-SHINKI
               OR  QTS268-SAGAIKBN = "0"
               OR  QTS268-KAIKETSUKBN NOT = SPACE
                   MOVE WS-TODAY     TO QTS268-HASSEIYMD
                   MOVE ZERO         TO QTS268-KEIKANISSU
                   MOVE SPACE        TO QTS268-KAIKETSUKBN
                   MOVE ZERO         TO QTS268-KAIKETSUYMD
                   ADD 1 TO WS-SHINKI-SAGAI-COUNT
               END-IF
               MOVE WS-HANTEI-KBN    TO QTS268-SAGAIKBN
           END-IF.

      * 未解消の差異の経過日数を更新し、経過帯別に集計して一覧を
      * 出力する。
       6000-AGING.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO QTS268-SEG
           START QTS268-SHOUGO KEY >= QTS268-SEG
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 6100-AGE-ONE THRU 6100-EXIT
               UNTIL WS-SCAN-EOF.

       6100-AGE-ONE.
           READ QTS268-SHOUGO NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  WS-SCAN-EOF
               GO TO 6100-EXIT
           END-IF
           IF  QTS268-SAGAIKBN = "0"
           OR  QTS268-KAIKETSUKBN NOT = SPACE
               GO TO 6100-EXIT
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(QTS268-HASSEIYMD)
               TO WS-WORK-INT
           COMPUTE WS-KEIKA-NISSU = WS-TODAY-INT - WS-WORK-INT
           MOVE WS-KEIKA-NISSU       TO QTS268-KEIKANISSU
           MOVE WS-TODAY             TO QTS268-SVRKOUSHINYMD
           REWRITE QTS268-REC
           ADD 1 TO WS-MIKAIKETSU-COUNT
           EVALUATE TRUE
               WHEN WS-KEIKA-NISSU <= 7
                   MOVE 1 TO WS-KX
               WHEN WS-KEIKA-NISSU <= 14
                   MOVE 2 TO WS-KX
               WHEN WS-KEIKA-NISSU <= 30
                   MOVE 3 TO WS-KX
               WHEN OTHER
                   MOVE 4 TO WS-KX
           END-EVALUATE
           ADD 1 TO WS-KT-COUNT(WS-KX)
           PERFORM 6200-WRITE-RPT.

       6100-EXIT.
           EXIT.

       6200-WRITE-RPT.
           MOVE QTS268-BRANDKBN      TO WS-RP-BRANDKBN
           MOVE QTS268-PRMCARDNO      TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO       TO WS-RP-CARDNO
           MOVE QTS268-PRMSHOUNINNO  TO WS-RP-SHOUNINNO
           MOVE QTS268-PRMRIYOUBI    TO WS-RP-RIYOUBI
           EVALUATE QTS268-SAGAIKBN
               WHEN "1"
                   MOVE "当社未計上"     TO WS-RP-SAGAI
               WHEN "2"
                   MOVE "ブランド未精算" TO WS-RP-SAGAI
               WHEN "3"
                   MOVE "金額相違"       TO WS-RP-SAGAI
               WHEN OTHER
                   MOVE "通貨相違"       TO WS-RP-SAGAI
           END-EVALUATE
           MOVE QTS268-TOUKNG        TO WS-RP-TOUKNG
           MOVE QTS268-BRDKNG        TO WS-RP-BRDKNG
           MOVE QTS268-HASSEIYMD     TO WS-RP-HASSEIYMD
           MOVE QTS268-KEIKANISSU    TO WS-RP-KEIKANISSU
           IF  QTS268-KEIKANISSU > PRM-KEIKOKU-NISSU
               MOVE "警告"           TO WS-RP-KEIKOKU
               ADD 1 TO WS-KEIKOKU-COUNT
           ELSE
               MOVE SPACES           TO WS-RP-KEIKOKU
           END-IF
           MOVE WS-RP-LINE           TO SAGAI-RPT-LINE
           WRITE SAGAI-RPT-LINE.

      * インターチェンジ収入（借方２１０／貸方６２０）とアセス
      * メント手数料（借方６７０／貸方２１０）を起票する。ブランド
      * 精算は全社一括のため事業本部はスペースとする。
       7000-WRITE-SIWAKE.
           IF  WS-IC-KNG = ZERO
           AND WS-AS-KNG = ZERO
               GO TO 7000-EXIT
           END-IF
           OPEN EXTEND QTS230-SIWAKE
           IF  WS-IC-KNG NOT = ZERO
               INITIALIZE QTS230-REC
               MOVE WS-TODAY         TO QTS230-SHORIYMD
               MOVE SPACES           TO QTS230-JIGYOUHONBUCD
               MOVE 210              TO QTS230-KAMOKUCD
               MOVE "D"              TO QTS230-TAISHAKUKBN
               MOVE WS-IC-KNG        TO QTS230-KNG
               MOVE WS-SEISAN-COUNT  TO QTS230-KENSU
               MOVE "B"              TO QTS230-MOTOCHOKBN
               MOVE WS-TODAY         TO QTS230-SAKUSEIYMD
               MOVE WS-TODAY         TO QTS230-SVRKOUSHINYMD
               WRITE QTS230-REC
               MOVE 620              TO QTS230-KAMOKUCD
               MOVE "C"              TO QTS230-TAISHAKUKBN
               WRITE QTS230-REC
           END-IF
           IF  WS-AS-KNG NOT = ZERO
               INITIALIZE QTS230-REC
               MOVE WS-TODAY         TO QTS230-SHORIYMD
               MOVE SPACES           TO QTS230-JIGYOUHONBUCD
               MOVE 670              TO QTS230-KAMOKUCD
               MOVE "D"              TO QTS230-TAISHAKUKBN
               MOVE WS-AS-KNG        TO QTS230-KNG
               MOVE WS-ASSESS-COUNT  TO QTS230-KENSU
               MOVE "B"              TO QTS230-MOTOCHOKBN
               MOVE WS-TODAY         TO QTS230-SAKUSEIYMD
               MOVE WS-TODAY         TO QTS230-SVRKOUSHINYMD
               WRITE QTS230-REC
               MOVE 210              TO QTS230-KAMOKUCD
               MOVE "C"              TO QTS230-TAISHAKUKBN
               WRITE QTS230-REC
           END-IF
           CLOSE QTS230-SIWAKE.

       7000-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           MOVE SPACES               TO SAGAI-RPT-LINE
           WRITE SAGAI-RPT-LINE
           MOVE "経過７日以内"       TO WS-SM-MIDASHI
           MOVE WS-KT-COUNT(1)       TO WS-SM-KENSU
           MOVE ZERO                 TO WS-SM-KNG
           PERFORM 8100-WRITE-SM
           MOVE "経過８～１４日"     TO WS-SM-MIDASHI
           MOVE WS-KT-COUNT(2)       TO WS-SM-KENSU
           PERFORM 8100-WRITE-SM
           MOVE "経過１５～３０日"   TO WS-SM-MIDASHI
           MOVE WS-KT-COUNT(3)       TO WS-SM-KENSU
           PERFORM 8100-WRITE-SM
           MOVE "経過３１日以上"     TO WS-SM-MIDASHI
           MOVE WS-KT-COUNT(4)       TO WS-SM-KENSU
           PERFORM 8100-WRITE-SM
           MOVE "警告日数超過"       TO WS-SM-MIDASHI
           MOVE WS-KEIKOKU-COUNT     TO WS-SM-KENSU
           PERFORM 8100-WRITE-SM
           MOVE "インターチェンジ"   TO WS-SM-MIDASHI
           MOVE WS-SEISAN-COUNT      TO WS-SM-KENSU
           MOVE WS-IC-KNG            TO WS-SM-KNG
           PERFORM 8100-WRITE-SM
           MOVE "アセスメント手数料" TO WS-SM-MIDASHI
           MOVE WS-ASSESS-COUNT      TO WS-SM-KENSU
           MOVE WS-AS-KNG            TO WS-SM-KNG
           PERFORM 8100-WRITE-SM.

       8100-WRITE-SM.
           MOVE WS-SM-LINE           TO SAGAI-RPT-LINE
           WRITE SAGAI-RPT-LINE.

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
           PERFORM 8000-WRITE-SUMMARY
           DISPLAY "QTS268B: SEISAN=" WS-SEISAN-COUNT
                   " ICCHI=" WS-ICCHI-COUNT
                   " SHINKISAGAI=" WS-SHINKI-SAGAI-COUNT
                   " MISEISAN=" WS-MISEISAN-COUNT
                   " KAIKETSU=" WS-KAIKETSU-COUNT
                   " MIKAIKETSU=" WS-MIKAIKETSU-COUNT
                   " KEIKOKU=" WS-KEIKOKU-COUNT
                   " SAISHORI=" WS-SAISHORI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           IF  WS-KEIKOKU-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE QTS268-SHOUGO
           CLOSE SAGAI-RPTFILE.
      *8...........2.........3.........4.........5........6........7.........8
