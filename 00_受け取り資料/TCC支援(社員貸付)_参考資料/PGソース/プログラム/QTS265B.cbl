      *8...........2.........3.........4.........5........6........7.........8
      *    QTS265B
      ****************************************************************
      *                カード切替バッチ（日次）                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
      *    カード切替依頼（QTS265）を処理する。
      *      受付：会員マスタのカード区分を切替後の区分に変更し、
      *            切替前の区分を移管前カード区分に残す。取扱商品
      *            区分は切替後のカード管理テーブル（QTS130）で扱わ
      *            ない商品を落とし、それに伴う与信限度額を見直す。
      *            新カードはカード更新インターフェース（QTS011形式）
      *            で発行を依頼し、年会費の差額は次の周年月までの
      *            月割で請求明細（伝票種別9003）に計上する（QTS135B
      *            と同じプレミア会員減免を適用）。ポイント（QTS080）
      *            は会員単位のため残高をそのまま引き継ぎ、引継時の
      *            残高を依頼に記録する。
      *      発行依頼済：新カードが有効化（QTS220）された依頼は旧
      *            カードを発行取消（有効化状態９）とし、以後の
      *            オーソリ（QXS001W）で謝絶させて完了とする。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS265B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS265-KIRIKAE  ASSIGN TO "QTS265"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS265-SEG
                   FILE STATUS IS WS-QTS265-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS130-CARDTBL  ASSIGN TO "QTS130"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS130-PRMCARDKBN
                   FILE STATUS IS WS-QTS130-STATUS.
           SELECT  QTS080-POINT    ASSIGN TO "QTS080"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS080-PRM
                   FILE STATUS IS WS-QTS080-STATUS.
           SELECT  QTA210-PREMIUM  ASSIGN TO "QTA210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTA210-PRM
                   FILE STATUS IS WS-QTA210-STATUS.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS050-PRM
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS220-ACTFILE  ASSIGN TO "QTS220"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS220-PRMCARDNO
                   FILE STATUS IS WS-QTS220-STATUS.
           SELECT  QTS011-KOSHINIF ASSIGN TO "QTS265IF"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  KIRIKAE-RPTFILE ASSIGN TO "QTS265RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS265-KIRIKAE.
       01  QTS265-REC.
           COPY QTS265 REPLACING ==()== BY ==QTS265==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS130-CARDTBL.
       01  QTS130-REC.
           COPY QTS130 REPLACING ==()== BY ==QTS130==.
       FD  QTS080-POINT.
       01  QTS080-REC.
           COPY QTS080 REPLACING ==()== BY ==QTS080==.
       FD  QTA210-PREMIUM.
       01  QTA210-REC.
           COPY QTA210 REPLACING ==()== BY ==QTA210==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QTS220-ACTFILE.
       01  QTS220-REC.
           COPY QTS220 REPLACING ==()== BY ==QTS220==.
       FD  QTS011-KOSHINIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  KIRIKAE-RPTFILE.
       01  KIRIKAE-RPT-LINE            PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS265-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS130-STATUS        PIC X(02).
       01  WS-QTS080-STATUS        PIC X(02).
       01  WS-QTA210-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QTS220-STATUS        PIC X(02).
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-TODAY-WK             REDEFINES WS-TODAY.
           05  WS-TW-NEN           PIC 9(04).
           05  WS-TW-TSUKI         PIC 9(02).
           05  WS-TW-HI            PIC 9(02).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-KYU-NENKAIHI         PIC 9(09).
       01  WS-SAGAKU-NENGAKU       PIC S9(09).
       01  WS-SAGAKU               PIC S9(09).
       01  WS-KEIKA-TSUKI          PIC S9(03).
       01  WS-ZAN-TSUKI            PIC S9(03).
       01  WS-SHUUNEN-TSUKI        PIC 9(02).
       01  WS-PREMIUM-KBN          PIC X(01).
       01  WS-TORIHIKI-NO          PIC 9(07).
       01  WS-GENDO-SW             PIC X(01).
           88  WS-GENDO-HENKOU                   VALUE "Y".
       01  WS-UKETSUKE-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-KIRIKAE-COUNT        PIC 9(05)     VALUE ZERO.
       01  WS-SHAZETSU-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-GENDO-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-SAGAKU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-KANRYO-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
      * 発行依頼済（新カード有効化待ち）の依頼
       01  WS-HK-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HK-TBL.
           05  WS-HK-ENT           OCCURS 2000.
             07  WS-HK-SEG.
               09  WS-HK-KIGYOUCD  PIC 9(04).
               09  WS-HK-SUBRANGEKEY PIC 9(04).
               09  WS-HK-NAIBUKAIINNO PIC 9(08).
               09  WS-HK-UKETSUKEYMD PIC 9(08).
             07  WS-HK-KYUCARDNO   PIC X(16).
             07  WS-HK-KIRIKAEYMD  PIC 9(08).
             07  WS-HK-SHINCARDNO  PIC X(16).
             07  WS-HK-ACTYMD      PIC 9(08).
       01  WS-RP-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KYUCARDKBN    PIC 9(06).
           05  FILLER              PIC X(02)     VALUE "->".
           05  WS-RP-SHINCARDKBN   PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-STS           PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RIYU          PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-GENDO         PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SAGAKU        PIC -ZZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-POINT         PIC -ZZZZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-CARDNO        PIC X(16).
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-IRAI THRU 2900-NEXT-IRAI
                   UNTIL WS-EOF
           PERFORM 5000-FIND-SHINCARD THRU 5000-EXIT
           PERFORM 6000-KANRYO THRU 6000-EXIT
                   VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HK-MAX
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O    QTS265-KIRIKAE
           OPEN I-O    QTS010-MASTER
           OPEN INPUT  QTS130-CARDTBL
           OPEN INPUT  QTS080-POINT
           OPEN INPUT  QTA210-PREMIUM
           OPEN I-O    QTS050-URIAGE
           OPEN I-O    QTS220-ACTFILE
           OPEN OUTPUT QTS011-KOSHINIF
           OPEN OUTPUT KIRIKAE-RPTFILE
           MOVE LOW-VALUES TO QTS265-SEG
           START QTS265-KIRIKAE KEY >= QTS265-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS265-KIRIKAE NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * 受付状態の依頼は切替を行い、発行依頼済の依頼は新カードの
      * 有効化確認のために表へ積む。
       2000-CHECK-IRAI.
           EVALUATE QTS265-KIRIKAESTS
               WHEN "1"
                   ADD 1 TO WS-UKETSUKE-COUNT
                   PERFORM 3000-KIRIKAE THRU 3000-EXIT
               WHEN "2"
                   PERFORM 2100-ADD-HK-TBL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2900-NEXT-IRAI.
           READ QTS265-KIRIKAE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-ADD-HK-TBL.
           IF  WS-HK-MAX >= 2000
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS265B: HK TBL AFURE " QTS265-SEG
           ELSE
               ADD 1 TO WS-HK-MAX
               MOVE QTS265-SEG        TO WS-HK-SEG(WS-HK-MAX)
               MOVE QTS265-KYUCARDNO  TO WS-HK-KYUCARDNO(WS-HK-MAX)
               MOVE QTS265-KIRIKAEYMD TO WS-HK-KIRIKAEYMD(WS-HK-MAX)
               MOVE SPACES            TO WS-HK-SHINCARDNO(WS-HK-MAX)
               MOVE ZERO              TO WS-HK-ACTYMD(WS-HK-MAX)
           END-IF.

      * 会員の現況と切替先の区分を確認し、謝絶する場合は理由を
      * 残して終わる。
       3000-KIRIKAE.
           MOVE QTS265-PRMKIGYOUCD     TO QTS010-PRMKIGYOUCD
           MOVE QTS265-PRMSUBRANGEKEY  TO QTS010-PRMSUBRANGEKEY
           MOVE QTS265-PRMNAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   MOVE "03" TO QTS265-SHAZETSURIYU
                   PERFORM 3900-SHAZETSU
                   GO TO 3000-EXIT
           END-READ
           IF  QTS010-KAIJOKBN NOT = ZERO
           OR  QTS010-STSCARD NOT = ZERO
               MOVE "03" TO QTS265-SHAZETSURIYU
               PERFORM 3900-SHAZETSU
               GO TO 3000-EXIT
           END-IF
           IF  QTS010-CARDKBN = QTS265-SHINCARDKBN
               MOVE "02" TO QTS265-SHAZETSURIYU
               PERFORM 3900-SHAZETSU
               GO TO 3000-EXIT
           END-IF
           MOVE QTS010-CARDKBN       TO QTS130-PRMCARDKBN
           READ QTS130-CARDTBL
               INVALID KEY
                   MOVE ZERO TO QTS130-NENKAIHI
           END-READ
           MOVE QTS130-NENKAIHI      TO WS-KYU-NENKAIHI
           MOVE QTS265-SHINCARDKBN   TO QTS130-PRMCARDKBN
           READ QTS130-CARDTBL
               INVALID KEY
                   MOVE "01" TO QTS265-SHAZETSURIYU
                   PERFORM 3900-SHAZETSU
                   GO TO 3000-EXIT
           END-READ
           MOVE QTS010-CARDKBN       TO QTS265-KYUCARDKBN
           PERFORM 3100-CHECK-TRS
           PERFORM 3200-CHECK-GENDO
           MOVE QTS010-CARDKBN       TO QTS010-IKANMAECARDKBN
           MOVE QTS265-SHINCARDKBN   TO QTS010-CARDKBN
           MOVE WS-TODAY             TO QTS010-SVRKOUSHINYMD
           REWRITE QTS010-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265B: QTS010 REWRITE NG " QTS010-PRM
                   GO TO 3000-EXIT
           END-REWRITE
           PERFORM 3300-WRITE-KOSHINIF
           PERFORM 3400-HIKITSUGI-POINT
           PERFORM 3500-NENKAIHI-SAGAKU THRU 3500-EXIT
           IF  QTS010-TKSCARDNO NOT = ZERO
               MOVE QTS010-TKSCARDNO TO QTS265-KYUCARDNO
           END-IF
           MOVE "2"                  TO QTS265-KIRIKAESTS
           MOVE WS-TODAY             TO QTS265-KIRIKAEYMD
           MOVE WS-TODAY             TO QTS265-SVRKOUSHINYMD
           REWRITE QTS265-REC
           ADD 1 TO WS-KIRIKAE-COUNT
           PERFORM 7000-WRITE-RPT.

       3000-EXIT.
           EXIT.

      * 切替後のカードで扱わない取扱商品は会員の取扱区分から落と
      * す。切替前に扱っていなかった商品は切替によって付けない
      * （別途の申込・審査による）。
       3100-CHECK-TRS.
           IF  QTS130-TRSSYOKU1 = ZERO
               MOVE ZERO TO QTS010-TRSSYOKU1
           END-IF
           IF  QTS130-TRSSYOKU2 = ZERO
               MOVE ZERO TO QTS010-TRSSYOKU2
           END-IF
           IF  QTS130-TRSSBONUS1 = ZERO
               MOVE ZERO TO QTS010-TRSSBONUS1
           END-IF
           IF  QTS130-TRSSBONUS2 = ZERO
               MOVE ZERO TO QTS010-TRSSBONUS2
           END-IF
           IF  QTS130-TRSSKAPPU = ZERO
               MOVE ZERO TO QTS010-TRSSKAPPU
           END-IF
           IF  QTS130-TRSSREVOLVING = ZERO
               MOVE ZERO TO QTS010-TRSSREVOLVING
           END-IF
           IF  QTS130-TRSSGENURI = ZERO
               MOVE ZERO TO QTS010-TRSSHANBAI
           END-IF
           IF  QTS130-TRSSKAKEURI = ZERO
               MOVE ZERO TO QTS010-TRSSKAKEURI
           END-IF
           IF  QTS130-TRSCREVOLVING = ZERO
               MOVE ZERO TO QTS010-TRSCREVOLVING
           END-IF
           IF  QTS130-TRSCYOKU1 = ZERO
               MOVE ZERO TO QTS010-TRSCYOKU1
           END-IF.

      * 扱わなくなった商品の限度額をゼロとし、各限度額が総限度額
      * を超えないよう見直す。
       3200-CHECK-GENDO.
           MOVE "N" TO WS-GENDO-SW
           IF  QTS010-TRSCREVOLVING = ZERO
           AND QTS010-TRSCYOKU1 = ZERO
           AND QTS010-YSNCASHGENDO > ZERO
               MOVE ZERO TO QTS010-YSNCASHGENDO
               SET WS-GENDO-HENKOU TO TRUE
           END-IF
           IF  QTS010-TRSSKAPPU = ZERO
           AND QTS010-YSNKAPPUGENDO > ZERO
               MOVE ZERO TO QTS010-YSNKAPPUGENDO
               SET WS-GENDO-HENKOU TO TRUE
           END-IF
           IF  QTS010-TRSSBONUS1 = ZERO
           AND QTS010-TRSSBONUS2 = ZERO
           AND (QTS010-YSNBONUSGENDO > ZERO
                OR QTS010-YSNKYUBONUSGENDO > ZERO)
               MOVE ZERO TO QTS010-YSNBONUSGENDO
               MOVE ZERO TO QTS010-YSNKYUBONUSGENDO
               SET WS-GENDO-HENKOU TO TRUE
           END-IF
           IF  QTS010-YSNCASHGENDO > QTS010-YSNSOUGENDO
               MOVE QTS010-YSNSOUGENDO TO QTS010-YSNCASHGENDO
               SET WS-GENDO-HENKOU TO TRUE
           END-IF
           IF  QTS010-YSNKAPPUGENDO > QTS010-YSNSOUGENDO
               MOVE QTS010-YSNSOUGENDO TO QTS010-YSNKAPPUGENDO
               SET WS-GENDO-HENKOU TO TRUE
           END-IF
           IF  QTS010-YSNBONUSGENDO > QTS010-YSNSOUGENDO
               MOVE QTS010-YSNSOUGENDO TO QTS010-YSNBONUSGENDO
               SET WS-GENDO-HENKOU TO TRUE
           END-IF
           IF  WS-GENDO-HENKOU
               ADD 1 TO WS-GENDO-COUNT
           END-IF.

      * 新カードの発行はカード更新と同じインターフェースで依頼し、
      * 切替前の区分を移管前カード区分に載せる。
       3300-WRITE-KOSHINIF.
           INITIALIZE QTS011-REC
           MOVE QTS010-PRM           TO QTS011-PRM
           MOVE QTS010-RECKBN        TO QTS011-RECKBN
           MOVE QTS010-ZANDAKAKANRIKBN TO QTS011-ZANDAKAKANRIKBN
           MOVE QTS010-10TO16KBN     TO QTS011-10TO16KBN
           MOVE QTS010-GKN           TO QTS011-GKN
           MOVE QTS010-TEN           TO QTS011-TEN
           MOVE QTS010-CARDKBN       TO QTS011-CARDKBN
           MOVE QTS010-TRS           TO QTS011-TRS
           MOVE QTS010-REV           TO QTS011-REV
           MOVE QTS010-ANS           TO QTS011-ANS
           MOVE QTS010-YUKOKIGEN     TO QTS011-YUKOKIGEN
           MOVE QTS010-YSNRANK       TO QTS011-YSNRANK
           MOVE QTS010-YSNSOUGENDO   TO QTS011-YSNSOUGENDO
           MOVE QTS010-YSNNOBEGENDO  TO QTS011-YSNNOBEGENDO
           MOVE QTS010-YSNCASHGENDO  TO QTS011-YSNCASHGENDO
           MOVE QTS010-YSNIKKATSUGENDO TO QTS011-YSNIKKATSUGENDO
           MOVE QTS010-YSNKAPPUGENDO TO QTS011-YSNKAPPUGENDO
           MOVE QTS010-YSNBONUSGENDO TO QTS011-YSNBONUSGENDO
           MOVE QTS010-YSNYUKOKAISHI TO QTS011-YSNYUKOKAISHI
           MOVE QTS010-YSNYUKOOWARI  TO QTS011-YSNYUKOOWARI
           MOVE QTS010-HON           TO QTS011-HON
           MOVE QTS010-STS           TO QTS011-STS
           MOVE QTS010-EDBSAISHURIYOU TO QTS011-SAISHURIYOU
           MOVE QTS010-KIK           TO QTS011-KIK
           MOVE QTS010-PNTKBN        TO QTS011-PNTKBN
           MOVE QTS010-PNTCARDFACE   TO QTS011-PNTCARDFACE
           MOVE QTS010-PNTTEIKEIKBN  TO QTS011-PNTTEIKEIKBN
           MOVE QTS010-IKANMAECARDKBN TO QTS011-PNTMAECARDKBN
           MOVE WS-TODAY             TO QTS011-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS011-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS011-SVRKOUSHINYMD
           WRITE QTS011-REC.

       3400-HIKITSUGI-POINT.
           MOVE ZERO TO QTS265-HIKITSUGIPOINT
           MOVE QTS010-PRMKIGYOUCD   TO QTS080-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTS080-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS080-PRMNAIBUKAIINNO
           MOVE 1                    TO QTS080-PRMRECKBN
           READ QTS080-POINT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTS080-TOKTZANPOINT TO QTS265-HIKITSUGIPOINT
           END-READ.

      * 年会費の差額（切替後－切替前）を、入会決済月を周年月として
      * 当月から次の周年月の前月までの未経過月（当月は経過扱い）で
      * 月割する。減額となる場合はマイナスの明細で相殺する。
       3500-NENKAIHI-SAGAKU.
           MOVE ZERO TO QTS265-NENKAIHISAGAKU
           COMPUTE WS-SAGAKU-NENGAKU =
               QTS130-NENKAIHI - WS-KYU-NENKAIHI
           IF  WS-SAGAKU-NENGAKU = ZERO
           OR  QTS010-NYKKESSAIYMD = ZERO
               GO TO 3500-EXIT
           END-IF
           MOVE QTS010-NYKKESSAIYMD(5:2) TO WS-SHUUNEN-TSUKI
           COMPUTE WS-KEIKA-TSUKI =
               WS-TW-TSUKI - WS-SHUUNEN-TSUKI + 1
           IF  WS-KEIKA-TSUKI <= ZERO
               ADD 12 TO WS-KEIKA-TSUKI
           END-IF
           COMPUTE WS-ZAN-TSUKI = 12 - WS-KEIKA-TSUKI
           IF  WS-ZAN-TSUKI <= ZERO
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-CHECK-PREMIUM
           EVALUATE TRUE
               WHEN WS-PREMIUM-KBN >= "2"
                   GO TO 3500-EXIT
               WHEN WS-PREMIUM-KBN = "1"
                   COMPUTE WS-SAGAKU-NENGAKU = WS-SAGAKU-NENGAKU / 2
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE WS-SAGAKU =
               WS-SAGAKU-NENGAKU * WS-ZAN-TSUKI / 12
           IF  WS-SAGAKU = ZERO
               GO TO 3500-EXIT
           END-IF
           PERFORM 3520-NEXT-TORIHIKINO
           INITIALIZE QTS050-REC
           MOVE QTS010-PRMKIGYOUCD   TO QTS050-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTS050-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS050-PRMNAIBUKAIINNO
           MOVE WS-TORIHIKI-NO       TO QTS050-PRMTORIHIKINO
           MOVE "0"                  TO QTS050-RECKBN
           MOVE 9003                 TO QTS050-DENPYOUSHUBETSU
      *        伝票種別9003:カード切替年会費差額
           MOVE WS-TODAY             TO QTS050-RIYOUBI
           MOVE WS-TODAY             TO QTS050-UKETSUKEBI
           MOVE WS-TODAY             TO QTS050-KEIJYOUBI
           MOVE 1                    TO QTS050-GKGSHIHARAIHOHO
           MOVE WS-SAGAKU            TO QTS050-GKGRIYOUKNG
           MOVE WS-SAGAKU            TO QTS050-GKGSHOUHINDAIKIN
           MOVE WS-TODAY             TO QTS050-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS050-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS050-SVRKOUSHINYMD
           WRITE QTS050-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265B: MEISAI WRITE NG "
                       QTS050-PRM
                   GO TO 3500-EXIT
           END-WRITE
           MOVE WS-SAGAKU            TO QTS265-NENKAIHISAGAKU
           ADD 1 TO WS-SAGAKU-COUNT.

       3500-EXIT.
           EXIT.

       3510-CHECK-PREMIUM.
           MOVE SPACES               TO WS-PREMIUM-KBN
           MOVE QTS010-PRMKIGYOUCD   TO QTA210-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTA210-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTA210-PRMNAIBUKAIINNO
           MOVE WS-TODAY(1:6)        TO QTA210-PRMSYUKEINENGETU
           READ QTA210-PREMIUM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTA210-PUREMIAMUKBN1 TO WS-PREMIUM-KBN
           END-READ.

      * 取引番号は当該会員の既存最大番号＋１を採番する（QTS135B
      * と同じ方式）。
       3520-NEXT-TORIHIKINO.
           MOVE ZERO TO WS-TORIHIKI-NO
           MOVE QTS010-PRMKIGYOUCD   TO QTS050-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTS050-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS050-PRMNAIBUKAIINNO
           MOVE 9999999              TO QTS050-PRMTORIHIKINO
           START QTS050-URIAGE KEY IS LESS THAN QTS050-PRM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ QTS050-URIAGE PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF  QTS050-PRMKIGYOUCD
                               = QTS010-PRMKIGYOUCD
                           AND QTS050-PRMSUBRANGEKEY
                               = QTS010-PRMSUBRANGEKEY
                           AND QTS050-PRMNAIBUKAIINNO
                               = QTS010-PRMNAIBUKAIINNO
                               MOVE QTS050-PRMTORIHIKINO
                                   TO WS-TORIHIKI-NO
                           END-IF
                   END-READ
           END-START
           ADD 1 TO WS-TORIHIKI-NO.

       3900-SHAZETSU.
           MOVE "8"                  TO QTS265-KIRIKAESTS
           MOVE WS-TODAY             TO QTS265-SVRKOUSHINYMD
           REWRITE QTS265-REC
           ADD 1 TO WS-SHAZETSU-COUNT
           MOVE "N"                  TO WS-GENDO-SW
           PERFORM 7000-WRITE-RPT.

      * 有効化状態ファイルを一巡し、発行依頼済の会員に切替日以降に
      * 発行され有効化済となった旧カード以外のカードがあれば、
      * それを新カードとする。
       5000-FIND-SHINCARD.
           IF  WS-HK-MAX = ZERO
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS220-PRMCARDNO
           START QTS220-ACTFILE KEY >= QTS220-PRMCARDNO
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 5100-SCAN-ACT UNTIL WS-EOF.

       5000-EXIT.
           EXIT.

       5100-SCAN-ACT.
           READ QTS220-ACTFILE NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
           AND QTS220-ACTSTS = "1"
               PERFORM 5200-MATCH-HK
                   VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HK-MAX
           END-IF.

       5200-MATCH-HK.
           IF  QTS220-KAIKIGYOUCD = WS-HK-KIGYOUCD(WS-HX)
           AND QTS220-KAISUBRANGEKEY = WS-HK-SUBRANGEKEY(WS-HX)
           AND QTS220-KAINAIBUKAIINNO = WS-HK-NAIBUKAIINNO(WS-HX)
           AND QTS220-PRMCARDNO NOT = WS-HK-KYUCARDNO(WS-HX)
           AND QTS220-HAKKOYMD >= WS-HK-KIRIKAEYMD(WS-HX)
               MOVE QTS220-PRMCARDNO TO WS-HK-SHINCARDNO(WS-HX)
               MOVE QTS220-ACTYMD    TO WS-HK-ACTYMD(WS-HX)
           END-IF.

      * 新カードの有効化を確認した依頼は旧カードを発行取消とし、
      * 会員マスタのカード番号を新カードに差し替えて完了とする。
       6000-KANRYO.
           IF  WS-HK-SHINCARDNO(WS-HX) = SPACES
               GO TO 6000-EXIT
           END-IF
           IF  WS-HK-KYUCARDNO(WS-HX) NOT = SPACES
               PERFORM 6100-MUKOU-KYUCARD
           END-IF
           MOVE WS-HK-KIGYOUCD(WS-HX)     TO QTS010-PRMKIGYOUCD
           MOVE WS-HK-SUBRANGEKEY(WS-HX)  TO QTS010-PRMSUBRANGEKEY
           MOVE WS-HK-NAIBUKAIINNO(WS-HX) TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  WS-HK-SHINCARDNO(WS-HX) IS NUMERIC
                       MOVE WS-HK-SHINCARDNO(WS-HX)
                           TO QTS010-TKSCARDNO
                       MOVE WS-TODAY TO QTS010-SVRKOUSHINYMD
                       REWRITE QTS010-REC
                   END-IF
           END-READ
           MOVE WS-HK-SEG(WS-HX)     TO QTS265-SEG
           READ QTS265-KIRIKAE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS265B: IRAI NASHI " QTS265-SEG
                   GO TO 6000-EXIT
           END-READ
           MOVE "3"                  TO QTS265-KIRIKAESTS
           MOVE WS-HK-SHINCARDNO(WS-HX) TO QTS265-SHINCARDNO
           MOVE WS-HK-ACTYMD(WS-HX)  TO QTS265-ACTYMD
           MOVE WS-TODAY             TO QTS265-KYUMUKOUYMD
           MOVE WS-TODAY             TO QTS265-SVRKOUSHINYMD
           REWRITE QTS265-REC
           ADD 1 TO WS-KANRYO-COUNT
           MOVE "N"                  TO WS-GENDO-SW
           PERFORM 7000-WRITE-RPT.

       6000-EXIT.
           EXIT.

      * 旧カードの有効化状態を発行取消とする。登録のない旧カード
      * （有効化管理の導入前に発行したもの）は発行取消で登録する。
       6100-MUKOU-KYUCARD.
           MOVE WS-HK-KYUCARDNO(WS-HX) TO QTS220-PRMCARDNO
           READ QTS220-ACTFILE
               INVALID KEY
                   INITIALIZE QTS220-REC
                   MOVE WS-HK-KYUCARDNO(WS-HX) TO QTS220-PRMCARDNO
                   MOVE WS-HK-KIGYOUCD(WS-HX)  TO QTS220-KAIKIGYOUCD
                   MOVE WS-HK-SUBRANGEKEY(WS-HX)
                       TO QTS220-KAISUBRANGEKEY
                   MOVE WS-HK-NAIBUKAIINNO(WS-HX)
                       TO QTS220-KAINAIBUKAIINNO
                   MOVE "9"          TO QTS220-ACTSTS
                   MOVE WS-TODAY     TO QTS220-SVRKOUSHINYMD
                   WRITE QTS220-REC
               NOT INVALID KEY
                   MOVE "9"          TO QTS220-ACTSTS
                   MOVE WS-TODAY     TO QTS220-SVRKOUSHINYMD
                   REWRITE QTS220-REC
           END-READ.

       7000-WRITE-RPT.
           MOVE QTS265-PRMKIGYOUCD   TO WS-RP-KIGYOUCD
           MOVE QTS265-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS265-KYUCARDKBN    TO WS-RP-KYUCARDKBN
           MOVE QTS265-SHINCARDKBN   TO WS-RP-SHINCARDKBN
           MOVE QTS265-KIRIKAESTS    TO WS-RP-STS
           MOVE QTS265-SHAZETSURIYU  TO WS-RP-RIYU
           MOVE WS-GENDO-SW          TO WS-RP-GENDO
           MOVE QTS265-NENKAIHISAGAKU TO WS-RP-SAGAKU
           MOVE QTS265-HIKITSUGIPOINT TO WS-RP-POINT
           MOVE QTS265-SHINCARDNO     TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO       TO WS-RP-CARDNO
           MOVE WS-RP-LINE           TO KIRIKAE-RPT-LINE
           WRITE KIRIKAE-RPT-LINE.

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
           DISPLAY "QTS265B: UKETSUKE=" WS-UKETSUKE-COUNT
                   " KIRIKAE=" WS-KIRIKAE-COUNT
                   " SHAZETSU=" WS-SHAZETSU-COUNT
                   " GENDO=" WS-GENDO-COUNT
                   " SAGAKU=" WS-SAGAKU-COUNT
                   " KANRYO=" WS-KANRYO-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS265-KIRIKAE
           CLOSE QTS010-MASTER
           CLOSE QTS130-CARDTBL
           CLOSE QTS080-POINT
           CLOSE QTA210-PREMIUM
           CLOSE QTS050-URIAGE
           CLOSE QTS220-ACTFILE
           CLOSE QTS011-KOSHINIF
           CLOSE KIRIKAE-RPTFILE.
