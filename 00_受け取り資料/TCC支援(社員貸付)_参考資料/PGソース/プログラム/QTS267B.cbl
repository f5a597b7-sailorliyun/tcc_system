      *8...........2.........3.........4.........5........6........7.........8
      *    QTS267B
      ****************************************************************
      *                漏洩カード再発行バッチ（日次）                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   カード番号のマスク表示        FIP      26/10/15   *
      ****************************************************************
      *    漏洩カード管理（QTS266）の高・中リスクのカードを再発行
      *    する。
      *      未対応：新カードの発行をカード更新インターフェース
      *            （QTS011形式）で依頼し、許諾のある会員には会員向け
      *            アラート（QTS223、種別05）で再発行を通知する
      *            （送信はQTS224B）。同じカードが別の漏洩事案で再発行
      *            依頼済であれば、その依頼に相乗りさせる。
      *      再発行依頼済：新カードが有効化（QTS220）されたカードは
      *            旧カードを発行取消（有効化状態９）とし、高リスク
      *            で登録したブロックテーブル（QTS110）を解除する。
      *            旧番号と新番号はカード番号変更トランザクション
      *            （QCS022B入力）に追記し、外部変換番号の付替えと
      *            変更履歴（QCS022）を経て、継続課金加盟店向け
      *            更新（QTS121B）で加盟店へ新番号を通知させる。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS267B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS266-ROUEI    ASSIGN TO "QTS266"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS266-SEG
                   FILE STATUS IS WS-QTS266-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS220-ACTFILE  ASSIGN TO "QTS220"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS220-PRMCARDNO
                   FILE STATUS IS WS-QTS220-STATUS.
           SELECT  QTS110-BLACKFILE ASSIGN TO "QTS110"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS110-PRM
                   FILE STATUS IS WS-QTS110-STATUS.
           SELECT  QTS222-KYODAKU  ASSIGN TO "QTS222"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS222-PRM
                   FILE STATUS IS WS-QTS222-STATUS.
           SELECT  QTS223-ALERT    ASSIGN TO "QTS223"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS223-PRMALERTNO
                   FILE STATUS IS WS-QTS223-STATUS.
           SELECT  QTS011-KOSHINIF ASSIGN TO "QTS267IF"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  CARDCH-OUTFILE  ASSIGN TO "CARDCHTR"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *    カード番号変更トランザクション。後続のQCS022Bが外部変換
      *    番号を付け替え、変更履歴（QCS022）を作成する。
           SELECT  SAIHAKKO-RPTFILE ASSIGN TO "QTS267RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS266-ROUEI.
       01  QTS266-REC.
           COPY QTS266 REPLACING ==()== BY ==QTS266==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS220-ACTFILE.
       01  QTS220-REC.
           COPY QTS220 REPLACING ==()== BY ==QTS220==.
       FD  QTS110-BLACKFILE.
       01  QTS110-REC.
           COPY QTS110 REPLACING ==()== BY ==QTS110==.
       FD  QTS222-KYODAKU.
       01  QTS222-REC.
           COPY QTS222 REPLACING ==()== BY ==QTS222==.
       FD  QTS223-ALERT.
       01  QTS223-REC.
           COPY QTS223 REPLACING ==()== BY ==QTS223==.
       FD  QTS011-KOSHINIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  CARDCH-OUTFILE.
       01  CARDCH-TRAN-REC.
           05  CARDCHT-OLDCARDNO       PIC X(16).
           05  CARDCHT-NEWCARDNO       PIC X(16).
           05  CARDCHT-RIYUCD          PIC X(02).
       FD  SAIHAKKO-RPTFILE.
       01  SAIHAKKO-RPT-LINE           PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS266-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS220-STATUS        PIC X(02).
       01  WS-QTS110-STATUS        PIC X(02).
       01  WS-QTS222-STATUS        PIC X(02).
       01  WS-QTS223-STATUS        PIC X(02).
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-MUKOUZUMI-SW         PIC X(01).
           88  WS-MUKOUZUMI                      VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-ALERT-NO             PIC 9(09)     VALUE ZERO.
      * ブロック理由コード（漏洩）
       01  WS-BLACKRIYU-ROUEI      PIC 9(02)     VALUE 93.
       01  WS-SAIHAKKO-COUNT       PIC 9(05)     VALUE ZERO.
       01  WS-AINORI-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-TSUCHI-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-TAISHOGAI-COUNT      PIC 9(05)     VALUE ZERO.
       01  WS-KANRYO-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-KAIJO-COUNT          PIC 9(05)     VALUE ZERO.
       01  WS-HENKOU-COUNT         PIC 9(05)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(05)     VALUE ZERO.
      * 再発行依頼済（新カード有効化待ち）のカード
       01  WS-HK-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-HK-TBL.
           05  WS-HK-ENT           OCCURS 5000.
             07  WS-HK-SEG.
               09  WS-HK-EVENTID   PIC X(12).
               09  WS-HK-CARDNO    PIC X(16).
             07  WS-HK-KAI.
               09  WS-HK-KIGYOUCD  PIC 9(04).
               09  WS-HK-SUBRANGEKEY PIC 9(04).
               09  WS-HK-NAIBUKAIINNO PIC 9(08).
             07  WS-HK-SAIHAKKOYMD PIC 9(08).
             07  WS-HK-TSUCHIYMD   PIC 9(08).
             07  WS-HK-BLACKNO     PIC 9(08).
             07  WS-HK-SHINCARDNO  PIC X(16).
             07  WS-HK-ACTYMD      PIC 9(08).
       01  WS-RP-LINE.
           05  WS-RP-EVENTID       PIC X(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-CARDNO        PIC X(16).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RISK          PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-STS           PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-TSUCHIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHINCARDNO    PIC X(16).
       01  WS-MASK-AREA.
           COPY QTS286 REPLACING ==()== BY ==MSK==.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-HK THRU 2900-NEXT-HK
                   UNTIL WS-EOF
           PERFORM 5000-FIND-SHINCARD THRU 5000-EXIT
           PERFORM 6000-KANRYO THRU 6000-EXIT
                   VARYING WS-HX FROM 1 BY 1 UNTIL WS-HX > WS-HK-MAX
           PERFORM 1100-START-ROUEI
           PERFORM 3000-SAIHAKKO THRU 3900-NEXT-SAIHAKKO
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O    QTS266-ROUEI
           OPEN I-O    QTS010-MASTER
           OPEN I-O    QTS220-ACTFILE
           OPEN I-O    QTS110-BLACKFILE
           OPEN INPUT  QTS222-KYODAKU
           OPEN I-O    QTS223-ALERT
           OPEN OUTPUT QTS011-KOSHINIF
           OPEN EXTEND CARDCH-OUTFILE
           OPEN OUTPUT SAIHAKKO-RPTFILE
           PERFORM 1500-GET-MAX-NO
           PERFORM 1100-START-ROUEI.

       1100-START-ROUEI.
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO QTS266-SEG
           START QTS266-ROUEI KEY >= QTS266-SEG
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS266-ROUEI NEXT
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * アラート番号は既存レコードの最大番号の続きから採番する
      * （QTS223Bと同じ採番方式）。
       1500-GET-MAX-NO.
           MOVE 999999999 TO QTS223-PRMALERTNO
           START QTS223-ALERT KEY IS LESS THAN
                   QTS223-PRMALERTNO
               INVALID KEY
                   MOVE ZERO TO WS-ALERT-NO
               NOT INVALID KEY
                   READ QTS223-ALERT PREVIOUS
                       AT END MOVE ZERO TO WS-ALERT-NO
                       NOT AT END
                           MOVE QTS223-PRMALERTNO
                               TO WS-ALERT-NO
                   END-READ
           END-START.

      * 再発行依頼済のカードを新カードの有効化確認のために表へ
      * 積む。
       2000-CHECK-HK.
           IF  QTS266-TAIOUSTS NOT = "1"
               GO TO 2900-NEXT-HK
           END-IF
           PERFORM 2100-ADD-HK-TBL.

       2900-NEXT-HK.
           READ QTS266-ROUEI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-ADD-HK-TBL.
           IF  WS-HK-MAX >= 5000
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "QTS267B: HK TBL AFURE " QTS266-SEG
           ELSE
               ADD 1 TO WS-HK-MAX
               MOVE QTS266-SEG        TO WS-HK-SEG(WS-HK-MAX)
               MOVE QTS266-KAI        TO WS-HK-KAI(WS-HK-MAX)
               MOVE QTS266-SAIHAKKOYMD
                   TO WS-HK-SAIHAKKOYMD(WS-HK-MAX)
               MOVE QTS266-TSUCHIYMD  TO WS-HK-TSUCHIYMD(WS-HK-MAX)
               MOVE QTS266-BLACKNO    TO WS-HK-BLACKNO(WS-HK-MAX)
               MOVE SPACES            TO WS-HK-SHINCARDNO(WS-HK-MAX)
               MOVE ZERO              TO WS-HK-ACTYMD(WS-HK-MAX)
           END-IF.

      * 未対応の高・中リスクのカードを再発行する。同じカードが
      * 再発行依頼済であれば、その依頼日で依頼済とする。
       3000-SAIHAKKO.
           IF  QTS266-TAIOUSTS NOT = SPACES
           OR  QTS266-SHOUGOKBN NOT = "1"
               GO TO 3900-NEXT-SAIHAKKO
           END-IF
           MOVE "N" TO WS-HIT-SW
           PERFORM 3100-SEARCH-HK
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-HK-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-HX
               MOVE "1"              TO QTS266-TAIOUSTS
               MOVE WS-HK-SAIHAKKOYMD(WS-HX) TO QTS266-SAIHAKKOYMD
               MOVE WS-HK-TSUCHIYMD(WS-HX)   TO QTS266-TSUCHIYMD
               PERFORM 3800-REWRITE-ROUEI
               ADD 1 TO WS-AINORI-COUNT
               GO TO 3900-NEXT-SAIHAKKO
           END-IF
           MOVE QTS266-KAIKIGYOUCD   TO QTS010-PRMKIGYOUCD
           MOVE QTS266-KAISUBRANGEKEY TO QTS010-PRMSUBRANGEKEY
           MOVE QTS266-KAINAIBUKAIINNO TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   MOVE "9"          TO QTS266-TAIOUSTS
                   PERFORM 3800-REWRITE-ROUEI
                   ADD 1 TO WS-TAISHOGAI-COUNT
                   GO TO 3900-NEXT-SAIHAKKO
           END-READ
           IF  QTS010-KAIJOKBN NOT = ZERO
           OR  QTS010-STSCARD NOT = ZERO
               MOVE "9"              TO QTS266-TAIOUSTS
               PERFORM 3800-REWRITE-ROUEI
               ADD 1 TO WS-TAISHOGAI-COUNT
               GO TO 3900-NEXT-SAIHAKKO
           END-IF
           PERFORM 3300-WRITE-KOSHINIF
           PERFORM 3400-NOTIFY-MEMBER
           MOVE "1"                  TO QTS266-TAIOUSTS
           MOVE WS-TODAY             TO QTS266-SAIHAKKOYMD
           PERFORM 3800-REWRITE-ROUEI
           PERFORM 2100-ADD-HK-TBL
           ADD 1 TO WS-SAIHAKKO-COUNT
           PERFORM 7000-WRITE-RPT.

       3900-NEXT-SAIHAKKO.
           READ QTS266-ROUEI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

       3100-SEARCH-HK.
           IF  WS-HK-CARDNO(WS-HX) = QTS266-PRMCARDNO
               SET WS-HIT TO TRUE
           END-IF.

      * 新カードの発行はカード更新と同じインターフェースで依頼
      * する。
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

      * 再発行の旨のアラートを起こす。許諾のない会員はアラートを
      * 生成せず、新カードの送付のみとなる。
       3400-NOTIFY-MEMBER.
           MOVE QTS010-PRMKIGYOUCD   TO QTS222-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTS222-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS222-PRMNAIBUKAIINNO
           READ QTS222-KYODAKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN QTS222-SMSKYODAKU = "1"
                           MOVE "1" TO QTS223-CHANNELKBN
                           MOVE QTS222-KEITAITEL
                               TO QTS223-ATESAKI
                           PERFORM 3410-WRITE-ALERT
                       WHEN QTS222-MAILKYODAKU = "1"
                           MOVE "2" TO QTS223-CHANNELKBN
                           MOVE QTS222-MAILADDR
                               TO QTS223-ATESAKI
                           PERFORM 3410-WRITE-ALERT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3410-WRITE-ALERT.
           ADD 1                     TO WS-ALERT-NO
           MOVE WS-ALERT-NO          TO QTS223-PRMALERTNO
           MOVE QTS010-PRMKIGYOUCD   TO QTS223-KAIKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTS223-KAISUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS223-KAINAIBUKAIINNO
           MOVE "05"                 TO QTS223-ALERTKBN
           MOVE WS-TODAY             TO QTS223-HASSEIYMD
           MOVE WS-NOW-TIME          TO QTS223-HASSEITIME
           IF  QTS266-RISKKBN = "1"
               MOVE "漏洩の恐れでカードを停止・再発行"
                   TO QTS223-MSGTEXT
           ELSE
               MOVE "漏洩の恐れでカードを再発行します"
                   TO QTS223-MSGTEXT
           END-IF
           MOVE SPACES               TO QTS223-SOUSHINSTS
           MOVE ZERO                 TO QTS223-SOUSHINYMD
           MOVE WS-TODAY             TO QTS223-SVRKOUSHINYMD
           WRITE QTS223-REC
               INVALID KEY
                   DISPLAY "QTS267B: ALERT WRITE NG " WS-ALERT-NO
               NOT INVALID KEY
                   MOVE WS-TODAY     TO QTS266-TSUCHIYMD
                   ADD 1 TO WS-TSUCHI-COUNT
           END-WRITE.

       3800-REWRITE-ROUEI.
           MOVE WS-TODAY             TO QTS266-SVRKOUSHINYMD
           REWRITE QTS266-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS267B: QTS266 REWRITE NG " QTS266-SEG
           END-REWRITE.

      * 有効化状態ファイルを一巡し、再発行依頼済の会員に依頼日
      * 以降に発行され有効化済となった旧カード以外のカードがあれ
      * ば、それを新カードとする。
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
           AND QTS220-PRMCARDNO NOT = WS-HK-CARDNO(WS-HX)
           AND QTS220-HAKKOYMD >= WS-HK-SAIHAKKOYMD(WS-HX)
               MOVE QTS220-PRMCARDNO TO WS-HK-SHINCARDNO(WS-HX)
               MOVE QTS220-ACTYMD    TO WS-HK-ACTYMD(WS-HX)
           END-IF.

      * 新カードの有効化を確認したカードは旧カードを発行取消と
      * し、ブロックを解除して会員マスタのカード番号を新カードに
      * 差し替え、完了とする。
       6000-KANRYO.
           IF  WS-HK-SHINCARDNO(WS-HX) = SPACES
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-MUKOU-KYUCARD
           IF  NOT WS-MUKOUZUMI
               MOVE WS-HK-CARDNO(WS-HX)     TO CARDCHT-OLDCARDNO
               MOVE WS-HK-SHINCARDNO(WS-HX) TO CARDCHT-NEWCARDNO
               MOVE "01"                    TO CARDCHT-RIYUCD
               WRITE CARDCH-TRAN-REC
               ADD 1 TO WS-HENKOU-COUNT
           END-IF
           IF  WS-HK-BLACKNO(WS-HX) NOT = ZERO
               PERFORM 6200-KAIJO-BLACK
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
           MOVE WS-HK-SEG(WS-HX)     TO QTS266-SEG
           READ QTS266-ROUEI
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS267B: QTS266 NASHI " QTS266-SEG
                   GO TO 6000-EXIT
           END-READ
           MOVE "2"                  TO QTS266-TAIOUSTS
           MOVE WS-HK-SHINCARDNO(WS-HX) TO QTS266-SHINCARDNO
           MOVE WS-HK-ACTYMD(WS-HX)  TO QTS266-ACTYMD
           MOVE WS-TODAY             TO QTS266-KYUMUKOUYMD
           PERFORM 3800-REWRITE-ROUEI
           ADD 1 TO WS-KANRYO-COUNT
           PERFORM 7000-WRITE-RPT.

       6000-EXIT.
           EXIT.

      * 旧カードの有効化状態を発行取消とする。登録のない旧カード
      * （有効化管理の導入前に発行したもの）は発行取消で登録する。
      * 別の漏洩事案で発行取消済の場合は番号変更を重ねて出さない。
       6100-MUKOU-KYUCARD.
           MOVE "N"                  TO WS-MUKOUZUMI-SW
           MOVE WS-HK-CARDNO(WS-HX)  TO QTS220-PRMCARDNO
           READ QTS220-ACTFILE
               INVALID KEY
                   INITIALIZE QTS220-REC
                   MOVE WS-HK-CARDNO(WS-HX) TO QTS220-PRMCARDNO
                   MOVE WS-HK-KAI(WS-HX)    TO QTS220-KAI
                   MOVE "9"          TO QTS220-ACTSTS
                   MOVE WS-TODAY     TO QTS220-SVRKOUSHINYMD
                   WRITE QTS220-REC
               NOT INVALID KEY
                   IF  QTS220-ACTSTS = "9"
                       SET WS-MUKOUZUMI TO TRUE
                   ELSE
                       MOVE "9"      TO QTS220-ACTSTS
                       MOVE WS-TODAY TO QTS220-SVRKOUSHINYMD
                       REWRITE QTS220-REC
                   END-IF
           END-READ.

      * 旧カードを発行取消としたので、漏洩で登録したブロックを
      * 解除して新カードを使えるようにする。
       6200-KAIJO-BLACK.
           MOVE WS-HK-BLACKNO(WS-HX) TO QTS110-PRMBLACKNO
           READ QTS110-BLACKFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS110-BLACKRIYU = WS-BLACKRIYU-ROUEI
                       DELETE QTS110-BLACKFILE
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "QTS267B: BLACK KAIJO NG "
                                   QTS110-PRMBLACKNO
                           NOT INVALID KEY
                               ADD 1 TO WS-KAIJO-COUNT
                       END-DELETE
                   END-IF
           END-READ.

       7000-WRITE-RPT.
           MOVE QTS266-PRMEVENTID    TO WS-RP-EVENTID
           MOVE QTS266-PRMCARDNO      TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO       TO WS-RP-CARDNO
           MOVE QTS266-KAIKIGYOUCD   TO WS-RP-KIGYOUCD
           MOVE QTS266-KAINAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS266-RISKKBN       TO WS-RP-RISK
           MOVE QTS266-TAIOUSTS      TO WS-RP-STS
           MOVE QTS266-TSUCHIYMD     TO WS-RP-TSUCHIYMD
           MOVE QTS266-SHINCARDNO     TO MSK-MOTOCARDNO
           PERFORM 8600-MASK-CARDNO
           MOVE MSK-MASKCARDNO       TO WS-RP-SHINCARDNO
           MOVE WS-RP-LINE           TO SAIHAKKO-RPT-LINE
           WRITE SAIHAKKO-RPT-LINE.

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
           DISPLAY "QTS267B: SAIHAKKO=" WS-SAIHAKKO-COUNT
                   " AINORI=" WS-AINORI-COUNT
                   " TSUCHI=" WS-TSUCHI-COUNT
                   " TAISHOGAI=" WS-TAISHOGAI-COUNT
           DISPLAY "QTS267B: KANRYO=" WS-KANRYO-COUNT
                   " KAIJO=" WS-KAIJO-COUNT
                   " HENKOU=" WS-HENKOU-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS266-ROUEI
           CLOSE QTS010-MASTER
           CLOSE QTS220-ACTFILE
           CLOSE QTS110-BLACKFILE
           CLOSE QTS222-KYODAKU
           CLOSE QTS223-ALERT
           CLOSE QTS011-KOSHINIF
           CLOSE CARDCH-OUTFILE
           CLOSE SAIHAKKO-RPTFILE.
