      *8...........2.........3.........4.........5........6........7.........8
      *    QTS309B
      ****************************************************************
      *                海外事務手数料計上・戻しバッチ（日次）        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    当日計上の利用明細（夜間差分抽出QTS300Bの当日計上分）の
      *    うち海外利用（国内海外区分２）に海外事務手数料を課す。
      *      手数料額  利用金額（円）×料率（円未満切捨）
      *      料率      海外事務手数料率テーブル（QTS310）を会員の
      *                カード区分とブランド（カード番号先頭６桁を
      *                ブランドＢＩＮ定義QTS268BNで判定）で引く
      *    手数料は請求明細（QTS050 伝票種別9006）として計上し、
      *    利用ごとに手数料明細（QTS309）を作る。売上明細（QTS070）
      *    の海外区分で確認し、現地通貨コード・通貨額を記録する。
      *    続けて、課金済の利用が売上取消（QTS151）またはチャージ
      *    バックの解決（QTS072 結果01:加盟店負担・03:取消）となった
      *    ものを同額のマイナス明細で戻す。取消・返品（マイナス明細）
      *    と当社起票の内部伝票（伝票種別9000番台）は課金対象外。
      *    手数料収入は事業本部別に、計上分を借方１３０／貸方６２５、
      *    戻し分を借方６２５／貸方１３０で発生元区分Ｇとして起票
      *    する（伝票種別9006はQTS230Bの集計から除く）。仕訳ファイル
      *    へ追加書きするため、QTS230Bの後に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS309B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      * 利用明細は夜間差分抽出（QTS300B）の当日計上分を読む。
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS300S1"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
      * 手数料明細の計上先（利用明細本体）
           SELECT  QTS050-MASTER   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MS50-PRM
                   FILE STATUS IS WS-MS50-STATUS.
           SELECT  QTS070-URIFILE  ASSIGN TO "QTS070"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS070-PRMURITUUBAN
                   FILE STATUS IS WS-QTS070-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS310-RITSU    ASSIGN TO "QTS310"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS310-SEG
                   FILE STATUS IS WS-QTS310-STATUS.
           SELECT  QTS309-TESURYO  ASSIGN TO "QTS309"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS309-SEG
                   FILE STATUS IS WS-QTS309-STATUS.
           SELECT  QTS151-TORIKESHI ASSIGN TO "QTS151"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS151-SEG
                   FILE STATUS IS WS-QTS151-STATUS.
           SELECT  QTS072-CASE     ASSIGN TO "QTS072"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS072-SEG
                   FILE STATUS IS WS-QTS072-STATUS.
           SELECT  BIN-INFILE      ASSIGN TO "QTS268BN"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS050-MASTER.
       01  MS50-REC.
           COPY QTS050 REPLACING ==()== BY ==MS50==.
       FD  QTS070-URIFILE.
       01  QTS070-REC.
           COPY QTS070 REPLACING ==()== BY ==QTS070==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS310-RITSU.
       01  QTS310-REC.
           COPY QTS310 REPLACING ==()== BY ==QTS310==.
       FD  QTS309-TESURYO.
       01  QTS309-REC.
           COPY QTS309 REPLACING ==()== BY ==QTS309==.
       FD  QTS151-TORIKESHI.
       01  QTS151-REC.
           COPY QTS151 REPLACING ==()== BY ==QTS151==.
       FD  QTS072-CASE.
       01  QTS072-REC.
           COPY QTS072 REPLACING ==()== BY ==QTS072==.
       FD  BIN-INFILE.
      *    ブランドＢＩＮ定義（カード番号先頭６桁→ブランド区分）
       01  BIN-IN-REC.
           05  BIN-PREFIX              PIC X(06).
           05  BIN-BRANDKBN            PIC X(01).
       FD  QTS230-SIWAKE.
       01  QTS230-REC.
           COPY QTS230 REPLACING ==()== BY ==QTS230==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-MS50-STATUS          PIC X(02).
       01  WS-QTS070-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS310-STATUS        PIC X(02).
       01  WS-QTS309-STATUS        PIC X(02).
       01  WS-QTS151-STATUS        PIC X(02).
       01  WS-QTS072-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-CARDNO-X             PIC X(16).
       01  WS-CARDKBN              PIC 9(06).
       01  WS-BRANDKBN             PIC X(01).
       01  WS-HONBUCD              PIC X(02).
       01  WS-RITSU                PIC 99V999.
       01  WS-TESURYO-KNG          PIC 9(09).
       01  WS-TORIHIKI-NO          PIC 9(07).
       01  WS-MODOSHI-RIYU         PIC X(01).
      * 採番・伝票作成の対象会員
       01  WS-KY.
           05  WS-KY-KIGYOUCD      PIC 9(04).
           05  WS-KY-SUBRANGE      PIC 9(04).
           05  WS-KY-KAIINNO       PIC 9(08).
      * 伝票作成の指定内容（金額は戻しのときマイナス）
       01  WS-DP.
           05  WS-DP-KNG           PIC S9(11).
           05  WS-DP-HASSEITEN     PIC 9(03).
           05  WS-DP-CARDNO        PIC 9(16).
       01  WS-MEISAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAZEI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SUMI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-KOKUNAI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-RITSUNASHI-COUNT     PIC 9(07)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-CB-COUNT             PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KAZEI-TOTAL          PIC 9(11)     VALUE ZERO.
       01  WS-MODOSHI-TOTAL        PIC 9(11)     VALUE ZERO.
      * ブランドＢＩＮ定義
       01  WS-BN-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-NX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-BN-TBL.
           05  WS-BN-ENT           OCCURS 300.
             07  WS-BN-PREFIX      PIC X(06).
             07  WS-BN-BRANDKBN    PIC X(01).
      * 事業本部別の手数料収入（仕訳の積み上げ）
       01  WS-HB-MAX               PIC 9(03)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(03)     VALUE ZERO  COMP.
       01  WS-HB-TBL.
           05  WS-HB-ENT           OCCURS 100.
             07  WS-HB-HONBUCD     PIC X(02).
             07  WS-HB-KAZEIKNG    PIC 9(11).
             07  WS-HB-KAZEIKENSU  PIC 9(07).
             07  WS-HB-MODOSHIKNG  PIC 9(11).
             07  WS-HB-MODOSHIKENSU PIC 9(07).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-KAZEI-URIAGE THRU 2900-NEXT-URIAGE
                   UNTIL WS-EOF
           PERFORM 5000-CHECK-TORIKESHI
           PERFORM 6000-CHECK-CHARGEBACK THRU 6000-EXIT
           PERFORM 7000-WRITE-SIWAKE
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HB-MAX
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-BN-TBL
           INITIALIZE WS-HB-TBL
           OPEN INPUT  BIN-INFILE
           READ BIN-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-BIN UNTIL WS-EOF
           CLOSE BIN-INFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS050-URIAGE
           OPEN I-O    QTS050-MASTER
           OPEN INPUT  QTS070-URIFILE
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS310-RITSU
           OPEN I-O    QTS309-TESURYO
           OPEN INPUT  QTS072-CASE
           OPEN EXTEND QTS230-SIWAKE
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1100-LOAD-BIN.
           IF  WS-BN-MAX >= 300
               DISPLAY "QTS309B: BIN TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BN-MAX
           MOVE BIN-PREFIX           TO WS-BN-PREFIX(WS-BN-MAX)
           MOVE BIN-BRANDKBN         TO WS-BN-BRANDKBN(WS-BN-MAX)
           READ BIN-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 海外利用の売上（プラス明細）だけに課す。利用明細の国内海外
      * 区分で絞り、売上明細があればその海外区分でも確かめる。
       2000-KAZEI-URIAGE.
           IF  QTS050-RECKBN = "9"
           OR  QTS050-DENPYOUSHUBETSU >= 9000
           OR  QTS050-GKGRIYOUKNG NOT > ZERO
           OR  QTS050-GKGKOKUNAIKAIGAI NOT = 2
               GO TO 2900-NEXT-URIAGE
           END-IF
           ADD 1 TO WS-MEISAI-COUNT
      *    再実行時に同じ利用へ二重に課さない。
           MOVE QTS050-PRMKIGYOUCD   TO QTS309-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO QTS309-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS309-PRMNAIBUKAIINNO
           MOVE QTS050-PRMTORIHIKINO TO QTS309-PRMTORIHIKINO
           READ QTS309-TESURYO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SUMI-COUNT
                   GO TO 2900-NEXT-URIAGE
           END-READ
           INITIALIZE QTS070-REC
           IF  QTS050-TKURIAGETUUBAN NOT = ZERO
               MOVE QTS050-TKURIAGETUUBAN TO QTS070-PRMURITUUBAN
               READ QTS070-URIFILE
                   INVALID KEY
                       INITIALIZE QTS070-REC
                   NOT INVALID KEY
                       IF  QTS070-URIKOKUNAIKAIGAI NOT = 2
                           ADD 1 TO WS-KOKUNAI-COUNT
                           GO TO 2900-NEXT-URIAGE
                       END-IF
               END-READ
           END-IF
           PERFORM 3000-GET-RITSU THRU 3000-EXIT
           IF  NOT WS-HIT
               ADD 1 TO WS-RITSUNASHI-COUNT
               GO TO 2900-NEXT-URIAGE
           END-IF
           COMPUTE WS-TESURYO-KNG =
               QTS050-GKGRIYOUKNG * WS-RITSU / 100
           IF  WS-TESURYO-KNG = ZERO
               GO TO 2900-NEXT-URIAGE
           END-IF
           MOVE QTS050-PRMKIGYOUCD   TO WS-KY-KIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO WS-KY-SUBRANGE
           MOVE QTS050-PRMNAIBUKAIINNO TO WS-KY-KAIINNO
           MOVE WS-TESURYO-KNG       TO WS-DP-KNG
           MOVE QTS050-HASSEITEN     TO WS-DP-HASSEITEN
           MOVE QTS050-CARDNO        TO WS-DP-CARDNO
           PERFORM 4000-WRITE-DENPYOU THRU 4000-EXIT
           IF  WS-TORIHIKI-NO = ZERO
               GO TO 2900-NEXT-URIAGE
           END-IF
           PERFORM 2100-WRITE-TESURYO
           MOVE QTS050-HASSEITEN(1:2) TO WS-HONBUCD
           PERFORM 7500-FIND-HONBU
           ADD WS-TESURYO-KNG        TO WS-HB-KAZEIKNG(WS-HX)
           ADD 1                     TO WS-HB-KAZEIKENSU(WS-HX)
           ADD 1                     TO WS-KAZEI-COUNT
           ADD WS-TESURYO-KNG        TO WS-KAZEI-TOTAL.

       2900-NEXT-URIAGE.
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-WRITE-TESURYO.
           INITIALIZE QTS309-REC
           MOVE QTS050-PRMKIGYOUCD     TO QTS309-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY  TO QTS309-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS309-PRMNAIBUKAIINNO
           MOVE QTS050-PRMTORIHIKINO   TO QTS309-PRMTORIHIKINO
           MOVE QTS050-TKURIAGETUUBAN  TO QTS309-URITUUBAN
           MOVE WS-CARDKBN             TO QTS309-CARDKBN
           MOVE WS-BRANDKBN            TO QTS309-BRANDKBN
           MOVE QTS050-HASSEITEN(1:2)  TO QTS309-JIGYOUHONBUCD
           MOVE QTS050-RIYOUBI         TO QTS309-RIYOUBI
           MOVE QTS050-KEIJYOUBI       TO QTS309-KEIJYOUBI
           MOVE QTS050-GKGRIYOUKNG     TO QTS309-RIYOUKNG
           IF  QTS070-KAITUUKACD NOT = SPACES
               MOVE QTS070-KAITUUKACD  TO QTS309-TUUKACD
               MOVE QTS070-KAITUUKAGAKU TO QTS309-TUUKAGAKU
           ELSE
               MOVE QTS050-ISOTUUKA    TO QTS309-TUUKACD
               MOVE ZERO               TO QTS309-TUUKAGAKU
           END-IF
           MOVE WS-RITSU               TO QTS309-TESURYORITSU
           MOVE WS-TESURYO-KNG         TO QTS309-TESURYOKNG
           MOVE WS-TORIHIKI-NO         TO QTS309-TESURYOTORIHIKINO
           MOVE WS-TODAY               TO QTS309-KAZEIYMD
           MOVE "1"                    TO QTS309-TESURYOSTS
           MOVE WS-TODAY               TO QTS309-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS309-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS309-SVRKOUSHINYMD
           WRITE QTS309-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS309B: TESURYO WRITE NG " QTS309-SEG
           END-WRITE.

      * 会員のカード区分とカード番号のブランドで料率を引く。個別
      * 指定が無ければブランド共通、カード区分共通の順に探す。
      * 計上日が適用開始日より前なら改定前料率を使う。
       3000-GET-RITSU.
           MOVE "N" TO WS-HIT-SW
           MOVE ZERO TO WS-CARDKBN
           MOVE QTS050-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS309B: KAIIN NASHI " QTS010-PRM
                   GO TO 3000-EXIT
           END-READ
           MOVE QTS010-CARDKBN       TO WS-CARDKBN
           MOVE QTS050-CARDNO        TO WS-CARDNO-X
           PERFORM 3600-FIND-BIN
           MOVE WS-CARDKBN           TO QTS310-PRMCARDKBN
           MOVE WS-BRANDKBN          TO QTS310-PRMBRANDKBN
           PERFORM 3100-READ-RITSU
           IF  NOT WS-HIT
               MOVE SPACE            TO QTS310-PRMBRANDKBN
               PERFORM 3100-READ-RITSU
           END-IF
           IF  NOT WS-HIT
               MOVE ZERO             TO QTS310-PRMCARDKBN
               MOVE WS-BRANDKBN      TO QTS310-PRMBRANDKBN
               PERFORM 3100-READ-RITSU
           END-IF
           IF  NOT WS-HIT
               MOVE SPACE            TO QTS310-PRMBRANDKBN
               PERFORM 3100-READ-RITSU
           END-IF
           IF  NOT WS-HIT
               GO TO 3000-EXIT
           END-IF
           IF  QTS050-KEIJYOUBI < QTS310-TEKIYOKAISHIYMD
               MOVE QTS310-ZENTESURYORITSU TO WS-RITSU
           ELSE
               MOVE QTS310-TESURYORITSU    TO WS-RITSU
           END-IF.

       3000-EXIT.
           EXIT.

       3100-READ-RITSU.
           READ QTS310-RITSU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HIT TO TRUE
           END-READ.

      * ＢＩＮ定義に無いカード番号はブランド空白（共通料率）とする。
       3600-FIND-BIN.
           MOVE SPACE TO WS-BRANDKBN
           MOVE "N" TO WS-HIT-SW
           PERFORM 3610-SEARCH-BIN
               VARYING WS-NX FROM 1 BY 1
               UNTIL WS-NX > WS-BN-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-NX
               MOVE WS-BN-BRANDKBN(WS-NX) TO WS-BRANDKBN
           END-IF
           MOVE "N" TO WS-HIT-SW.

       3610-SEARCH-BIN.
           IF  WS-BN-PREFIX(WS-NX) = WS-CARDNO-X(1:6)
               SET WS-HIT TO TRUE
           END-IF.

      * 海外事務手数料の明細（伝票種別9006）を計上する。戻しは
      * マイナス金額で同じ伝票種別とする。取引番号は当該会員の
      * 既存最大番号＋１（QTS135Bと同じ採番）。
       4000-WRITE-DENPYOU.
           PERFORM 4100-NEXT-TORIHIKINO
           INITIALIZE MS50-REC
           MOVE WS-KY-KIGYOUCD       TO MS50-PRMKIGYOUCD
           MOVE WS-KY-SUBRANGE       TO MS50-PRMSUBRANGEKEY
           MOVE WS-KY-KAIINNO        TO MS50-PRMNAIBUKAIINNO
           MOVE WS-TORIHIKI-NO       TO MS50-PRMTORIHIKINO
           MOVE "0"                  TO MS50-RECKBN
           MOVE 9006                 TO MS50-DENPYOUSHUBETSU
      *        伝票種別9006:海外事務手数料
           MOVE WS-DP-CARDNO         TO MS50-CARDNO
           MOVE WS-TODAY             TO MS50-RIYOUBI
           MOVE WS-TODAY             TO MS50-UKETSUKEBI
           MOVE WS-TODAY             TO MS50-KEIJYOUBI
           MOVE WS-DP-HASSEITEN      TO MS50-HASSEITEN
           MOVE 1                    TO MS50-GKGSHIHARAIHOHO
           MOVE WS-DP-KNG            TO MS50-GKGRIYOUKNG
           MOVE WS-DP-KNG            TO MS50-GKGSHOUHINDAIKIN
           MOVE WS-TODAY             TO MS50-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO MS50-HOSTSHORITIME
           MOVE WS-TODAY             TO MS50-SVRKOUSHINYMD
           WRITE MS50-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS309B: MEISAI WRITE NG " MS50-PRM
                   MOVE ZERO TO WS-TORIHIKI-NO
                   GO TO 4000-EXIT
           END-WRITE.

       4000-EXIT.
           EXIT.

       4100-NEXT-TORIHIKINO.
           MOVE ZERO TO WS-TORIHIKI-NO
           MOVE WS-KY-KIGYOUCD       TO MS50-PRMKIGYOUCD
           MOVE WS-KY-SUBRANGE       TO MS50-PRMSUBRANGEKEY
           MOVE WS-KY-KAIINNO        TO MS50-PRMNAIBUKAIINNO
           MOVE 9999999              TO MS50-PRMTORIHIKINO
           START QTS050-MASTER KEY IS LESS THAN MS50-PRM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ QTS050-MASTER PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF  MS50-PRMKIGYOUCD = WS-KY-KIGYOUCD
                           AND MS50-PRMSUBRANGEKEY = WS-KY-SUBRANGE
                           AND MS50-PRMNAIBUKAIINNO = WS-KY-KAIINNO
                               MOVE MS50-PRMTORIHIKINO
                                   TO WS-TORIHIKI-NO
                           END-IF
                   END-READ
           END-START
           ADD 1 TO WS-TORIHIKI-NO.

      * 売上取消の管理ファイルを全件読み、原取引に計上済の手数料
      * が残っていれば戻す。戻し済は状態で除かれるため、取消の処理
      * 日で絞らずに前日以前の漏れも拾う。
       5000-CHECK-TORIKESHI.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QTS151-TORIKESHI
           READ QTS151-TORIKESHI
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 5100-TORIKESHI-ONE UNTIL WS-EOF
           CLOSE QTS151-TORIKESHI.

       5100-TORIKESHI-ONE.
           MOVE QTS151-KAIKIGYOUCD   TO QTS309-PRMKIGYOUCD
           MOVE QTS151-KAISUBRANGEKEY TO QTS309-PRMSUBRANGEKEY
           MOVE QTS151-KAINAIBUKAIINNO TO QTS309-PRMNAIBUKAIINNO
           MOVE QTS151-GENTORIHIKINO TO QTS309-PRMTORIHIKINO
           READ QTS309-TESURYO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS309-TESURYOSTS = "1"
                       MOVE "1" TO WS-MODOSHI-RIYU
                       PERFORM 5500-MODOSHI THRU 5500-EXIT
                   END-IF
           END-READ
           READ QTS151-TORIKESHI
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 計上済の手数料を同額のマイナス明細で戻し、手数料明細を
      * 取消済とする。戻し明細のカード番号・発生店は元の手数料
      * 明細から引き継ぐ。
       5500-MODOSHI.
           MOVE QTS309-PRMKIGYOUCD   TO WS-KY-KIGYOUCD
           MOVE QTS309-PRMSUBRANGEKEY TO WS-KY-SUBRANGE
           MOVE QTS309-PRMNAIBUKAIINNO TO WS-KY-KAIINNO
           MOVE QTS309-PRMKIGYOUCD   TO MS50-PRMKIGYOUCD
           MOVE QTS309-PRMSUBRANGEKEY TO MS50-PRMSUBRANGEKEY
           MOVE QTS309-PRMNAIBUKAIINNO TO MS50-PRMNAIBUKAIINNO
           MOVE QTS309-TESURYOTORIHIKINO TO MS50-PRMTORIHIKINO
           READ QTS050-MASTER
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS309B: TESURYO MEISAI NASHI " MS50-PRM
                   GO TO 5500-EXIT
           END-READ
           COMPUTE WS-DP-KNG = ZERO - QTS309-TESURYOKNG
           MOVE MS50-HASSEITEN       TO WS-DP-HASSEITEN
           MOVE MS50-CARDNO          TO WS-DP-CARDNO
           PERFORM 4000-WRITE-DENPYOU THRU 4000-EXIT
           IF  WS-TORIHIKI-NO = ZERO
               GO TO 5500-EXIT
           END-IF
           MOVE "9"                  TO QTS309-TESURYOSTS
           MOVE WS-MODOSHI-RIYU      TO QTS309-TORIKESHIRIYU
           MOVE WS-TORIHIKI-NO       TO QTS309-MODOSHITORIHIKINO
           MOVE WS-TODAY             TO QTS309-TORIKESHIYMD
           MOVE WS-TODAY             TO QTS309-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS309-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS309-SVRKOUSHINYMD
           REWRITE QTS309-REC
           MOVE QTS309-JIGYOUHONBUCD TO WS-HONBUCD
           PERFORM 7500-FIND-HONBU
           ADD QTS309-TESURYOKNG     TO WS-HB-MODOSHIKNG(WS-HX)
           ADD 1                     TO WS-HB-MODOSHIKENSU(WS-HX)
           ADD QTS309-TESURYOKNG     TO WS-MODOSHI-TOTAL
           IF  WS-MODOSHI-RIYU = "1"
               ADD 1 TO WS-TORIKESHI-COUNT
           ELSE
               ADD 1 TO WS-CB-COUNT
           END-IF.

       5500-EXIT.
           EXIT.

      * 計上済の手数料明細を全件読み、売上のチャージバック案件が
      * 加盟店負担（01）または取消（03）で解決していれば戻す。
      * 会員負担（02）で解決したものは手数料も会員負担のままとする。
       6000-CHECK-CHARGEBACK.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES           TO QTS309-SEG
           START QTS309-TESURYO KEY IS >= QTS309-SEG
               INVALID KEY
                   GO TO 6000-EXIT
           END-START
           PERFORM 6100-CHARGEBACK-ONE UNTIL WS-EOF.

       6000-EXIT.
           EXIT.

       6100-CHARGEBACK-ONE.
           READ QTS309-TESURYO NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF  QTS309-TESURYOSTS = "1"
                   AND QTS309-URITUUBAN NOT = ZERO
                       PERFORM 6200-READ-CASE
                   END-IF
           END-READ.

       6200-READ-CASE.
           MOVE QTS309-URITUUBAN     TO QTS072-PRMURITUUBAN
           READ QTS072-CASE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS072-CASESTS = "9"
                   AND (QTS072-CBKEKKACD = "01" OR "03")
                       MOVE "2" TO WS-MODOSHI-RIYU
                       PERFORM 5500-MODOSHI THRU 5500-EXIT
                   END-IF
           END-READ.

      * 事業本部別に、計上分を借方１３０（営業債権）対貸方６２５
      * （海外事務手数料収入）、戻し分をその逆で起票する。
       7000-WRITE-SIWAKE.
           IF  WS-HB-KAZEIKNG(WS-HX) NOT = ZERO
               INITIALIZE QTS230-REC
               MOVE WS-TODAY         TO QTS230-SHORIYMD
               MOVE WS-HB-HONBUCD(WS-HX) TO QTS230-JIGYOUHONBUCD
               MOVE 130              TO QTS230-KAMOKUCD
               MOVE "D"              TO QTS230-TAISHAKUKBN
               MOVE WS-HB-KAZEIKNG(WS-HX) TO QTS230-KNG
               MOVE WS-HB-KAZEIKENSU(WS-HX) TO QTS230-KENSU
               MOVE "G"              TO QTS230-MOTOCHOKBN
               MOVE WS-TODAY         TO QTS230-SAKUSEIYMD
               MOVE WS-TODAY         TO QTS230-SVRKOUSHINYMD
               WRITE QTS230-REC
               MOVE 625              TO QTS230-KAMOKUCD
               MOVE "C"              TO QTS230-TAISHAKUKBN
               WRITE QTS230-REC
           END-IF
           IF  WS-HB-MODOSHIKNG(WS-HX) NOT = ZERO
               INITIALIZE QTS230-REC
               MOVE WS-TODAY         TO QTS230-SHORIYMD
               MOVE WS-HB-HONBUCD(WS-HX) TO QTS230-JIGYOUHONBUCD
               MOVE 625              TO QTS230-KAMOKUCD
               MOVE "D"              TO QTS230-TAISHAKUKBN
               MOVE WS-HB-MODOSHIKNG(WS-HX) TO QTS230-KNG
               MOVE WS-HB-MODOSHIKENSU(WS-HX) TO QTS230-KENSU
               MOVE "G"              TO QTS230-MOTOCHOKBN
               MOVE WS-TODAY         TO QTS230-SAKUSEIYMD
               MOVE WS-TODAY         TO QTS230-SVRKOUSHINYMD
               WRITE QTS230-REC
               MOVE 130              TO QTS230-KAMOKUCD
               MOVE "C"              TO QTS230-TAISHAKUKBN
               WRITE QTS230-REC
           END-IF.

       7500-FIND-HONBU.
           MOVE "N" TO WS-HIT-SW
           PERFORM 7510-SEARCH-HONBU
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HB-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-HX
           ELSE
               IF  WS-HB-MAX >= 100
                   DISPLAY "QTS309B: HONBU TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HB-MAX
               MOVE WS-HB-MAX TO WS-HX
               MOVE WS-HONBUCD TO WS-HB-HONBUCD(WS-HX)
           END-IF.

       7510-SEARCH-HONBU.
           IF  WS-HB-HONBUCD(WS-HX) = WS-HONBUCD
               SET WS-HIT TO TRUE
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS309B: KAIGAI=" WS-MEISAI-COUNT
                   " KAZEI=" WS-KAZEI-COUNT
                   " KAZEIZUMI=" WS-SUMI-COUNT
                   " KOKUNAI=" WS-KOKUNAI-COUNT
                   " RITSU-NASHI=" WS-RITSUNASHI-COUNT
           DISPLAY "QTS309B: TORIKESHI=" WS-TORIKESHI-COUNT
                   " CHARGEBACK=" WS-CB-COUNT
                   " KAZEI-KNG=" WS-KAZEI-TOTAL
                   " MODOSHI-KNG=" WS-MODOSHI-TOTAL
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS050-URIAGE
           CLOSE QTS050-MASTER
           CLOSE QTS070-URIFILE
           CLOSE QTS010-MASTER
           CLOSE QTS310-RITSU
           CLOSE QTS309-TESURYO
           CLOSE QTS072-CASE
           CLOSE QTS230-SIWAKE.
