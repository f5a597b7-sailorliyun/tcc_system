      *8...........2.........3.........4.........5........6........7.........8
      *    QTS304B
      ****************************************************************
      *                加盟店負担キャンペーン特典付与バッチ（日次）  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    当日計上の利用明細（夜間差分抽出QTS300Bの当日計上分）を
      *    実施中の加盟店負担キャンペーン（QTS304）と照合し、負担
      *    加盟店での有効期間内・最低利用金額以上の利用で対象会員の
      *    条件を満たすものに特典を付与する。
      *      特典額  利用金額×還元率（円未満切捨）。会員別上限と
      *              キャンペーン予算の残額を超える分は付与しない
      *      還元方法１：請求明細（QTS050 伝票種別9005）へ特典額の
      *                  マイナス明細を計上する
      *      還元方法２：QTS149B形式の付与依頼（QTS304GR、ロット
      *                  種別０４）へ出す。付与はこの依頼を入力と
      *                  するQTS149Bの実行で行う
      *    付与した利用ごとに特典明細（QTS306）を作り、加盟店への
      *    請求額（特典額＋当社手数料）を回収中として積む。回収は
      *    加盟店精算（QTS078B）が振込額からの差引で行う。取消・
      *    返品（マイナス明細）は特典の対象とせず、付与済の特典も
      *    戻さない。当社起票の内部伝票（伝票種別9000番台）は対象外。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS304B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      * 利用明細は夜間差分抽出（QTS300B）の当日計上分を読む。
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS300S1"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
      * キャッシュバックの計上先（利用明細本体）
           SELECT  QTS050-MASTER   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MS50-PRM
                   FILE STATUS IS WS-MS50-STATUS.
           SELECT  QTS304-OFFER    ASSIGN TO "QTS304"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS304-SEG
                   FILE STATUS IS WS-QTS304-STATUS.
           SELECT  QTS305-MEIBO    ASSIGN TO "QTS305"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS305-SEG
                   FILE STATUS IS WS-QTS305-STATUS.
           SELECT  QTS306-TOKUTEN  ASSIGN TO "QTS306"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS306-SEG
                   FILE STATUS IS WS-QTS306-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS075-KAMEIFILE ASSIGN TO "QTS075"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS075-ENTRYKEY
                   FILE STATUS IS WS-QTS075-STATUS.
           SELECT  FUYO-OUTFILE    ASSIGN TO "QTS304GR"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS050-MASTER.
       01  MS50-REC.
           COPY QTS050 REPLACING ==()== BY ==MS50==.
       FD  QTS304-OFFER.
       01  QTS304-REC.
           COPY QTS304 REPLACING ==()== BY ==QTS304==.
       FD  QTS305-MEIBO.
       01  QTS305-REC.
           COPY QTS305 REPLACING ==()== BY ==QTS305==.
       FD  QTS306-TOKUTEN.
       01  QTS306-REC.
           COPY QTS306 REPLACING ==()== BY ==QTS306==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS075-KAMEIFILE.
       01  QTS075-REC.
           COPY QTS075 REPLACING ==()== BY ==QTS075==.
       FD  FUYO-OUTFILE.
      *    期限付ボーナス付与依頼（QTS149Bの入力と同じ形式）
       01  FUYO-OUT-REC.
           05  FYO-PRMKIGYOUCD         PIC 9(04).
           05  FYO-PRMSUBRANGEKEY      PIC 9(04).
           05  FYO-PRMNAIBUKAIINNO     PIC 9(08).
           05  FYO-LOTKBN              PIC X(02).
           05  FYO-FUYOPOINT           PIC 9(09).
           05  FYO-YUKONISSU           PIC 9(03).
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-MS50-STATUS          PIC X(02).
       01  WS-QTS304-STATUS        PIC X(02).
       01  WS-QTS305-STATUS        PIC X(02).
       01  WS-QTS306-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS075-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-TAISHOGAI-SW         PIC X(01).
           88  WS-TAISHOGAI                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KAMEITEN-NUM         PIC 9(07).
       01  WS-TORIHIKI-NO          PIC 9(07).
       01  WS-KANGEN-KNG           PIC S9(11).
       01  WS-TESURYO-KNG          PIC S9(11).
       01  WS-ZAN-KNG              PIC S9(11).
       01  WS-KAIIN-KANGEN         PIC S9(11).
       01  WS-MEISAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-FUYO-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-CASHBACK-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-POINT-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-JOGEN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SUMI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KANGEN-TOTAL         PIC 9(11)     VALUE ZERO.
       01  WS-TESURYO-TOTAL        PIC 9(11)     VALUE ZERO.
      * 実施中キャンペーンの作業テーブル（照合用に加盟店番号を持つ）
       01  WS-OX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-OF-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-OF-TBL.
           05  WS-OF-ENT           OCCURS 500.
             07  WS-OF-OFFERID     PIC X(08).
             07  WS-OF-KAMEITENNO  PIC X(10).
             07  WS-OF-NAIBUNO     PIC 9(07).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           IF  WS-OF-MAX > ZERO
               PERFORM 2000-MATCH-URIAGE THRU 2900-NEXT-URIAGE
                       UNTIL WS-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-OF-TBL
           OPEN INPUT  QTS050-URIAGE
           OPEN I-O    QTS050-MASTER
           OPEN I-O    QTS304-OFFER
           OPEN INPUT  QTS305-MEIBO
           OPEN I-O    QTS306-TOKUTEN
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS075-KAMEIFILE
           OPEN OUTPUT FUYO-OUTFILE
           PERFORM 1100-LOAD-OFFER THRU 1100-EXIT
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 実施中のキャンペーンを読み込む。当日計上分には前月以前の
      * 利用日の売上も含まれるため、終了日では絞らず明細ごとに利用
      * 日で判定する。負担加盟店が加盟店マスタに無いものは付与せず
      * 表示のみとする。
       1100-LOAD-OFFER.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES           TO QTS304-SEG
           START QTS304-OFFER KEY IS >= QTS304-SEG
               INVALID KEY
                   GO TO 1100-EXIT
           END-START
           PERFORM 1110-READ-OFFER UNTIL WS-SCAN-EOF.

       1100-EXIT.
           EXIT.

       1110-READ-OFFER.
           READ QTS304-OFFER NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF  QTS304-OFFERSTS = "1"
                       PERFORM 1120-ADD-OFFER
                   END-IF
           END-READ.

       1120-ADD-OFFER.
           MOVE QTS304-KAMEITENNO    TO WS-KAMEITEN-NUM
           MOVE WS-KAMEITEN-NUM      TO QTS075-PRMNAIBUNO
           READ QTS075-KAMEIFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304B: KAMEITEN NASHI "
                       QTS304-PRMOFFERID " " QTS304-KAMEITENNO
               NOT INVALID KEY
                   IF  WS-OF-MAX >= 500
                       DISPLAY "QTS304B: OFFER TABLE OVERFLOW"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OF-MAX
                   MOVE QTS304-PRMOFFERID
                       TO WS-OF-OFFERID(WS-OF-MAX)
                   MOVE QTS304-KAMEITENNO
                       TO WS-OF-KAMEITENNO(WS-OF-MAX)
                   MOVE WS-KAMEITEN-NUM
                       TO WS-OF-NAIBUNO(WS-OF-MAX)
           END-READ.

      * 加盟店の売上（プラス明細）だけを照合する。同じ加盟店に
      * 複数のキャンペーンがあれば、それぞれの条件で付与する。
       2000-MATCH-URIAGE.
           IF  QTS050-RECKBN = "9"
           OR  QTS050-DENPYOUSHUBETSU >= 9000
           OR  QTS050-GKGRIYOUKNG NOT > ZERO
           OR  QTS050-KAMEITENNO = SPACES
               GO TO 2900-NEXT-URIAGE
           END-IF
           ADD 1 TO WS-MEISAI-COUNT
           PERFORM 3000-APPLY-OFFER THRU 3000-EXIT
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OF-MAX.

       2900-NEXT-URIAGE.
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-APPLY-OFFER.
           IF  WS-OF-KAMEITENNO(WS-OX) NOT = QTS050-KAMEITENNO
               GO TO 3000-EXIT
           END-IF
           MOVE WS-OF-OFFERID(WS-OX) TO QTS304-PRMOFFERID
           READ QTS304-OFFER
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           IF  QTS050-RIYOUBI < QTS304-YUKOKAISHIYMD
           OR  QTS050-RIYOUBI > QTS304-YUKOSHURYOYMD
           OR  QTS050-GKGRIYOUKNG < QTS304-SAITEIKNG
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-TAISHO THRU 3100-EXIT
           IF  WS-TAISHOGAI
               GO TO 3000-EXIT
           END-IF
      *    再実行時に同じ利用へ二重に付与しない。
           MOVE QTS304-PRMOFFERID    TO QTS306-PRMOFFERID
           MOVE QTS050-PRMKIGYOUCD   TO QTS306-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO QTS306-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS306-PRMNAIBUKAIINNO
           MOVE QTS050-PRMTORIHIKINO TO QTS306-PRMTORIHIKINO
           READ QTS306-TOKUTEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SUMI-COUNT
                   GO TO 3000-EXIT
           END-READ
           COMPUTE WS-KANGEN-KNG =
               QTS050-GKGRIYOUKNG * QTS304-KANGENRITSU / 100
           PERFORM 3200-CHECK-JOGEN
           IF  WS-KANGEN-KNG NOT > ZERO
               ADD 1 TO WS-JOGEN-COUNT
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-TESURYO-KNG ROUNDED =
               WS-KANGEN-KNG * QTS304-TESURYORITSU / 100
           MOVE ZERO TO WS-TORIHIKI-NO
           IF  QTS304-KANGENHOHO = "1"
               PERFORM 4000-KEIJO-CASHBACK THRU 4000-EXIT
               IF  WS-TORIHIKI-NO = ZERO
                   GO TO 3000-EXIT
               END-IF
           ELSE
               PERFORM 4500-WRITE-FUYO
           END-IF
           PERFORM 5000-WRITE-TOKUTEN.

       3000-EXIT.
           EXIT.

      * 対象会員条件の判定。満たさないときは対象外とする。
       3100-CHECK-TAISHO.
           MOVE "N" TO WS-TAISHOGAI-SW
           IF  QTS304-TAISHOKIGYOUCD NOT = ZERO
           AND QTS304-TAISHOKIGYOUCD NOT = QTS050-PRMKIGYOUCD
               SET WS-TAISHOGAI TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF  QTS304-TAISHOCARDKBN NOT = ZERO
               MOVE QTS050-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
               MOVE QTS050-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
               MOVE QTS050-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
               READ QTS010-MASTER
                   INVALID KEY
                       SET WS-TAISHOGAI TO TRUE
                       GO TO 3100-EXIT
               END-READ
               IF  QTS010-CARDKBN NOT = QTS304-TAISHOCARDKBN
                   SET WS-TAISHOGAI TO TRUE
                   GO TO 3100-EXIT
               END-IF
           END-IF
           IF  QTS304-TAISHOMEIBOKBN = "1"
               MOVE QTS304-PRMOFFERID      TO QTS305-PRMOFFERID
               MOVE QTS050-PRMKIGYOUCD     TO QTS305-PRMKIGYOUCD
               MOVE QTS050-PRMSUBRANGEKEY  TO QTS305-PRMSUBRANGEKEY
               MOVE QTS050-PRMNAIBUKAIINNO TO QTS305-PRMNAIBUKAIINNO
               READ QTS305-MEIBO
                   INVALID KEY
                       SET WS-TAISHOGAI TO TRUE
               END-READ
           END-IF.

       3100-EXIT.
           EXIT.

      * キャンペーン予算の残額と、当該会員のこれまでの特典額から
      * 求めた会員別上限の残額で特典額を抑える。
       3200-CHECK-JOGEN.
           IF  QTS304-YOSANKNG NOT = ZERO
               COMPUTE WS-ZAN-KNG =
                   QTS304-YOSANKNG - QTS304-RUISEKIKANGEN
               IF  WS-KANGEN-KNG > WS-ZAN-KNG
                   MOVE WS-ZAN-KNG TO WS-KANGEN-KNG
               END-IF
           END-IF
           IF  QTS304-KAIINJOGENKNG NOT = ZERO
               PERFORM 3300-SUM-KAIIN THRU 3300-EXIT
               COMPUTE WS-ZAN-KNG =
                   QTS304-KAIINJOGENKNG - WS-KAIIN-KANGEN
               IF  WS-KANGEN-KNG > WS-ZAN-KNG
                   MOVE WS-ZAN-KNG TO WS-KANGEN-KNG
               END-IF
           END-IF.

       3300-SUM-KAIIN.
           MOVE ZERO TO WS-KAIIN-KANGEN
           MOVE QTS304-PRMOFFERID    TO QTS306-PRMOFFERID
           MOVE QTS050-PRMKIGYOUCD   TO QTS306-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO QTS306-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS306-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS306-PRMTORIHIKINO
           START QTS306-TOKUTEN KEY IS >= QTS306-SEG
               INVALID KEY
                   GO TO 3300-EXIT
           END-START
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM 3310-READ-KAIIN UNTIL WS-SCAN-EOF.

       3300-EXIT.
           EXIT.

       3310-READ-KAIIN.
           READ QTS306-TOKUTEN NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF  QTS306-PRMOFFERID = QTS304-PRMOFFERID
                   AND QTS306-PRMKIGYOUCD = QTS050-PRMKIGYOUCD
                   AND QTS306-PRMSUBRANGEKEY = QTS050-PRMSUBRANGEKEY
                   AND QTS306-PRMNAIBUKAIINNO
                       = QTS050-PRMNAIBUKAIINNO
                       ADD QTS306-KANGENKNG TO WS-KAIIN-KANGEN
                   ELSE
                       SET WS-SCAN-EOF TO TRUE
                   END-IF
           END-READ.

      * 特典額を請求明細にマイナスで計上する。取引番号は当該会員
      * の既存最大番号＋１（QTS135Bと同じ採番）。
       4000-KEIJO-CASHBACK.
           PERFORM 4100-NEXT-TORIHIKINO
           INITIALIZE MS50-REC
           MOVE QTS050-PRMKIGYOUCD   TO MS50-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO MS50-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO MS50-PRMNAIBUKAIINNO
           MOVE WS-TORIHIKI-NO       TO MS50-PRMTORIHIKINO
           MOVE "0"                  TO MS50-RECKBN
           MOVE 9005                 TO MS50-DENPYOUSHUBETSU
      *        伝票種別9005:加盟店負担キャンペーン特典
           MOVE WS-TODAY             TO MS50-RIYOUBI
           MOVE WS-TODAY             TO MS50-UKETSUKEBI
           MOVE WS-TODAY             TO MS50-KEIJYOUBI
           MOVE 1                    TO MS50-GKGSHIHARAIHOHO
           COMPUTE MS50-GKGRIYOUKNG = ZERO - WS-KANGEN-KNG
           COMPUTE MS50-GKGSHOUHINDAIKIN = ZERO - WS-KANGEN-KNG
           MOVE WS-TODAY             TO MS50-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO MS50-HOSTSHORITIME
           MOVE WS-TODAY             TO MS50-SVRKOUSHINYMD
           WRITE MS50-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304B: MEISAI WRITE NG " MS50-PRM
                   MOVE ZERO TO WS-TORIHIKI-NO
                   GO TO 4000-EXIT
           END-WRITE
           ADD 1 TO WS-CASHBACK-COUNT.

       4000-EXIT.
           EXIT.

       4100-NEXT-TORIHIKINO.
           MOVE ZERO TO WS-TORIHIKI-NO
           MOVE QTS050-PRMKIGYOUCD   TO MS50-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY TO MS50-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO MS50-PRMNAIBUKAIINNO
           MOVE 9999999              TO MS50-PRMTORIHIKINO
           START QTS050-MASTER KEY IS LESS THAN MS50-PRM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ QTS050-MASTER PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF  MS50-PRMKIGYOUCD
                               = QTS050-PRMKIGYOUCD
                           AND MS50-PRMSUBRANGEKEY
                               = QTS050-PRMSUBRANGEKEY
                           AND MS50-PRMNAIBUKAIINNO
                               = QTS050-PRMNAIBUKAIINNO
                               MOVE MS50-PRMTORIHIKINO
                                   TO WS-TORIHIKI-NO
                           END-IF
                   END-READ
           END-START
           ADD 1 TO WS-TORIHIKI-NO.

      * ポイントは１円を１ポイントとして付与依頼を出す。
       4500-WRITE-FUYO.
           MOVE QTS050-PRMKIGYOUCD     TO FYO-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY  TO FYO-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO FYO-PRMNAIBUKAIINNO
           MOVE "04"                   TO FYO-LOTKBN
           MOVE WS-KANGEN-KNG          TO FYO-FUYOPOINT
           IF  QTS304-POINTYUKONISSU = ZERO
               MOVE 365                TO FYO-YUKONISSU
           ELSE
               MOVE QTS304-POINTYUKONISSU TO FYO-YUKONISSU
           END-IF
           WRITE FUYO-OUT-REC
           ADD 1 TO WS-POINT-COUNT.

      * 特典明細を作り、加盟店への請求額を回収中として積む。
      * キャンペーンの実績累計も更新する。
       5000-WRITE-TOKUTEN.
           INITIALIZE QTS306-REC
           MOVE QTS304-PRMOFFERID      TO QTS306-PRMOFFERID
           MOVE QTS050-PRMKIGYOUCD     TO QTS306-PRMKIGYOUCD
           MOVE QTS050-PRMSUBRANGEKEY  TO QTS306-PRMSUBRANGEKEY
           MOVE QTS050-PRMNAIBUKAIINNO TO QTS306-PRMNAIBUKAIINNO
           MOVE QTS050-PRMTORIHIKINO   TO QTS306-PRMTORIHIKINO
           MOVE QTS050-KAMEITENNO      TO QTS306-KAMEITENNO
           MOVE WS-OF-NAIBUNO(WS-OX)   TO QTS306-NAIBUNO
           MOVE QTS050-RIYOUBI         TO QTS306-RIYOUBI
           MOVE QTS050-KEIJYOUBI       TO QTS306-KEIJYOUBI
           MOVE QTS050-GKGRIYOUKNG     TO QTS306-RIYOUKNG
           MOVE WS-KANGEN-KNG          TO QTS306-KANGENKNG
           MOVE WS-TESURYO-KNG         TO QTS306-TESURYOKNG
           MOVE QTS304-KANGENHOHO      TO QTS306-KANGENHOHO
           MOVE WS-TORIHIKI-NO         TO QTS306-KANGENTORIHIKINO
           MOVE WS-TODAY               TO QTS306-KANGENYMD
           COMPUTE QTS306-SEIKYUKNG = WS-KANGEN-KNG + WS-TESURYO-KNG
           MOVE "1"                    TO QTS306-SEISANSTS
           MOVE QTS306-SEIKYUKNG       TO QTS306-SEISANZAN
           MOVE WS-TODAY               TO QTS306-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS306-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS306-SVRKOUSHINYMD
           WRITE QTS306-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS304B: TOKUTEN WRITE NG " QTS306-SEG
           END-WRITE
           ADD 1                       TO QTS304-RUISEKIKENSU
           ADD WS-KANGEN-KNG           TO QTS304-RUISEKIKANGEN
           ADD WS-TESURYO-KNG          TO QTS304-RUISEKITESURYO
           MOVE WS-TODAY               TO QTS304-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS304-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS304-SVRKOUSHINYMD
           REWRITE QTS304-REC
           ADD 1                       TO WS-FUYO-COUNT
           ADD WS-KANGEN-KNG           TO WS-KANGEN-TOTAL
           ADD WS-TESURYO-KNG          TO WS-TESURYO-TOTAL.

       9000-TERMINATE.
           DISPLAY "QTS304B: OFFER=" WS-OF-MAX
                   " MEISAI=" WS-MEISAI-COUNT
                   " FUYO=" WS-FUYO-COUNT
                   " CASHBACK=" WS-CASHBACK-COUNT
                   " POINT=" WS-POINT-COUNT
           DISPLAY "QTS304B: JOGEN=" WS-JOGEN-COUNT
                   " FUYOZUMI=" WS-SUMI-COUNT
                   " KANGEN-KNG=" WS-KANGEN-TOTAL
                   " TESURYO-KNG=" WS-TESURYO-TOTAL
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS050-URIAGE
           CLOSE QTS050-MASTER
           CLOSE QTS304-OFFER
           CLOSE QTS305-MEIBO
           CLOSE QTS306-TOKUTEN
           CLOSE QTS010-MASTER
           CLOSE QTS075-KAMEIFILE
           CLOSE FUYO-OUTFILE.
