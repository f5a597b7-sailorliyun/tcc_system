      *   000002   未有効化カード謝絶対応        FIP      26/08/22   *
      *   000003   家族カード利用制限対応        FIP      26/08/22   *
      *   000004   国別ブロックルール照合対応    FIP      26/09/02   *
      *   000005   利用可能額照合対応            FIP      26/10/15   *
      *   000006   一時利用停止照合対応          FIP      26/10/15   *
      *   000007   端末識別番号のログ記録        FIP      26/10/15   *
      *   000008   継続課金停止照合対応          FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QXS001W.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS220-PRMCARDNO
                   FILE STATUS IS WS-QTS220-STATUS.
           SELECT  QTS262-TEISI    ASSIGN TO "QTS262"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS262-SEG
                   FILE STATUS IS WS-QTS262-STATUS.
           SELECT  QTS302-KEIZOKU  ASSIGN TO "QTS302"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS302-SEG
                   ALTERNATE RECORD KEY IS QTS302-KAI
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS302-STATUS.
           SELECT  QTS029-SEIGEN   ASSIGN TO "QTS029"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QXS008-SEG
                   FILE STATUS IS WS-QXS008-STATUS.
           SELECT  QTS241-POSITION ASSIGN TO "QTS241"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS241-PRM
                   FILE STATUS IS WS-QTS241-STATUS.
           SELECT  QXS001-LOGFILE  ASSIGN TO "QXS001"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
           05  ATR-KINGAKU             PIC 9(08).
           05  ATR-RIYOUSHACD          PIC 9(01).
           05  ATR-SHIHARAIKBN         PIC X(02).
      *        CS:キャッシング  61:分割  それ以外:ショッピング
           05  ATR-GYOUSHUCD           PIC X(02).
           05  ATR-RIYOUTIME           PIC 9(04).
           05  ATR-KUNICD              PIC X(03).
      *        海外取引の加盟店国コード（国内取引はスペース）
           05  ATR-KEIZOKUKBN          PIC X(01).
      *        1:登録加盟店からの継続課金（ネットワークの継続取引表示）
           05  ATR-TANMATUNO           PIC X(13).
      *        端末識別番号（夜間の端末照合QTS278Bで加盟店端末マスタと
      *        照合する）
           05  ATR-KAMEITENNO          PIC X(10).
      *        加盟店番号（利用明細の加盟店番号と同じ体系）
           05  ATR-CARDENTDEV          PIC X(01).
      *        カード情報入力方法  C:加盟店保管のカード情報による課金
      *        （カードオンファイル）  それ以外:対面・本人入力等
       FD  QTS110-BLACKFILE.
       01  QTS110-REC.
           COPY QTS110 REPLACING ==()== BY ==QTS110==.
       FD  QTS302-KEIZOKU.
       01  QTS302-REC.
           COPY QTS302 REPLACING ==()== BY ==QTS302==.
       FD  QTS029-SEIGEN.
       01  QTS029-REC.
           COPY QTS029 REPLACING ==()== BY ==QTS029==.
       FD  QTS220-ACTFILE.
       01  QTS220-REC.
           COPY QTS220 REPLACING ==()== BY ==QTS220==.
       FD  QTS262-TEISI.
       01  QTS262-REC.
           COPY QTS262 REPLACING ==()== BY ==QTS262==.
       FD  QXS007-KUNIBLK.
       01  QXS007-REC.
           COPY QXS007 REPLACING ==()== BY ==QXS007==.
       FD  QXS008-TOKOFILE.
       01  QXS008-REC.
           COPY QXS008 REPLACING ==()== BY ==QXS008==.
       FD  QTS241-POSITION.
       01  QTS241-REC.
           COPY QTS241 REPLACING ==()== BY ==QTS241==.
       FD  QXS001-LOGFILE.
       01  QXS001-REC.
           COPY QXS001 REPLACING ==()== BY ==QXS001==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS110-STATUS         PIC X(02).
       01  WS-QTS220-STATUS         PIC X(02).
       01  WS-QTS262-STATUS         PIC X(02).
       01  WS-QTS302-STATUS         PIC X(02).
       01  WS-QTS029-STATUS         PIC X(02).
       01  WS-QXS007-STATUS         PIC X(02).
       01  WS-QXS008-STATUS         PIC X(02).
       01  WS-QTS241-STATUS         PIC X(02).
       01  WS-POS-SW                PIC X(01).
           88  WS-POS-ARI                         VALUE "Y".
       01  WS-NOW-TIME              PIC 9(06).
       01  WS-KANO-GAKU             PIC S9(11).
       01  WS-KANO-WK               PIC S9(11).
       01  WS-KIJUN-GENDO           PIC 9(11).
       01  WS-REFER-GAKU            PIC S9(11).
       01  WS-REFER-RITSU           PIC 9(02)     VALUE 10.
      *    限度超過が限度額のこの割合（％）以内なら謝絶せず照会扱い
       01  WS-SX                    PIC 9(01).
       01  WS-EOF-SW                PIC X(01)     VALUE "N".
           88  WS-EOF                             VALUE "Y".
           OPEN INPUT  AUTH-TRANFILE
           OPEN INPUT  QTS110-BLACKFILE
           OPEN INPUT  QTS220-ACTFILE
           OPEN INPUT  QTS262-TEISI
           OPEN INPUT  QTS302-KEIZOKU
           OPEN INPUT  QTS029-SEIGEN
           OPEN INPUT  QXS007-KUNIBLK
           OPEN INPUT  QXS008-TOKOFILE
           OPEN I-O    QTS241-POSITION
           OPEN OUTPUT QXS001-LOGFILE
           PERFORM 1100-LOAD-KUNIBLOCK
           READ AUTH-TRANFILE
           MOVE ATR-NAIBUKAIINNO     TO QXS001-NAIBUKAIINNO
           MOVE ATR-CARDNO           TO QXS001-CARDNO
           MOVE ATR-KINGAKU          TO QXS001-KINGAKU
           MOVE ATR-SHIHARAIKBN      TO QXS001-SHIHARAIKBN
           MOVE ATR-KAMEITENNO       TO QXS001-KAMEITENNO
           MOVE ATR-TANMATUNO        TO QXS001-TANMATUNO
           MOVE ATR-CARDENTDEV       TO QXS001-CARDENTDEV
           MOVE ATR-KEIZOKUKBN       TO QXS001-KEIZOKUKBN
           MOVE FUNCTION CURRENT-DATE(3:6) TO QXS001-SHORIYMD
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE WS-NOW-TIME          TO QXS001-JYUSHINTIME
           MOVE "N"                  TO WS-POS-SW
           MOVE ATR-KAIINNO          TO QTS110-KAIINNO
           READ QTS110-BLACKFILE KEY IS QTS110-KAIINNO
               INVALID KEY
           IF  QXS001-ERRCODE = "000"
               PERFORM 2100-CHECK-ACTIVATION
           END-IF
           IF  QXS001-ERRCODE = "000"
               PERFORM 2150-CHECK-ICHIJITEISI
           END-IF
           IF  QXS001-ERRCODE = "000"
           AND ( ATR-KEIZOKUKBN = "1"
              OR ATR-CARDENTDEV = "C" )
               PERFORM 2160-CHECK-KEIZOKUTEISI
           END-IF
           IF  QXS001-ERRCODE = "000"
           AND ATR-RIYOUSHACD NOT = ZERO
               PERFORM 2200-CHECK-KAZOKU-SEIGEN
           AND ATR-KUNICD NOT = SPACES
               PERFORM 2300-CHECK-KUNIBLOCK
           END-IF
           IF  QXS001-ERRCODE = "000"
               PERFORM 2400-CHECK-RIYOUKANO
           END-IF
           IF  QXS001-ERRCODE = "000"
           AND WS-POS-ARI
               PERFORM 2450-ADD-MIKAKUTEI
           END-IF
           WRITE QXS001-REC
           READ AUTH-TRANFILE
               AT END SET WS-EOF TO TRUE
                   END-IF
           END-READ.

      * 会員が一時利用停止中のカードは専用エラーコードで謝絶する。
      * 継続課金を通す設定の場合、ネットワークが継続取引と表示した
      * 登録加盟店の請求に限り通す。紛失届へ切り替えたカードは
      * ブラックリストで謝絶されるため、ここでは停止中のみ見る。
       2150-CHECK-ICHIJITEISI.
           MOVE ATR-CARDNO           TO QTS262-PRMCARDNO
           READ QTS262-TEISI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS262-TEISISTS = "1"
                       IF  QTS262-KEIZOKUKYOKA = "1"
                       AND ATR-KEIZOKUKBN = "1"
                           CONTINUE
                       ELSE
                           MOVE "TLK" TO QXS001-ERRCODE
                           MOVE "9"   TO QXS001-DENBUNSOSHINKBN
                       END-IF
                   END-IF
           END-READ.

      * 継続取引・カードオンファイルの課金は、会員が継続課金登録
      * （QTS302）で当該加盟店の課金停止を申し出ていれば専用コード
      * で謝絶する。対面利用等の通常の取引は停止の対象外とする。
       2160-CHECK-KEIZOKUTEISI.
           MOVE ATR-CARDNO           TO QTS302-PRMCARDNO
           MOVE ATR-KAMEITENNO       TO QTS302-PRMKAMEITENNO
           READ QTS302-KEIZOKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS302-TEISISTS = "1"
                       MOVE "RCS"    TO QXS001-ERRCODE
                       MOVE "9"      TO QXS001-DENBUNSOSHINKBN
                   END-IF
           END-READ.

      * 家族カード（利用者コード１以降）は本会員が設定した制限
      * プロファイルを照合し、キャッシング禁止・除外業種・時間帯外
      * のいずれかに該当すれば専用コードで謝絶する。
                   END-IF
           END-READ.

      * 利用可能額（限度額−確定残高−未確定承認額）と要求額を比べ
      * る。総枠のほかキャッシングはキャッシング枠、分割は分割枠も
      * 見て最も小さい可能額で判定する。超過が限度額の所定割合以内
      * なら照会（OTR、電文送信区分１）、超えれば謝絶（OTB）とする。
      * ポジション未作成の会員（新規入会当日等）は従来どおり通す。
       2400-CHECK-RIYOUKANO.
           MOVE ATR-KIGYOUCD         TO QTS241-PRMKIGYOUCD
           MOVE ATR-SUBRANGEKEY      TO QTS241-PRMSUBRANGEKEY
           MOVE ATR-NAIBUKAIINNO     TO QTS241-PRMNAIBUKAIINNO
           READ QTS241-POSITION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-POS-ARI TO TRUE
                   PERFORM 2410-JUDGE-RIYOUKANO
           END-READ.

       2410-JUDGE-RIYOUKANO.
           COMPUTE WS-KIJUN-GENDO = QTS241-SOUGENDO * 1000
           COMPUTE WS-KANO-GAKU =
               WS-KIJUN-GENDO - QTS241-SOUZAN - QTS241-MISOU
           IF  ATR-SHIHARAIKBN = "CS"
               COMPUTE WS-KANO-WK = QTS241-CASHGENDO * 1000
                   - QTS241-CASHZAN - QTS241-MICASH
               IF  WS-KANO-WK < WS-KANO-GAKU
                   MOVE WS-KANO-WK   TO WS-KANO-GAKU
                   COMPUTE WS-KIJUN-GENDO = QTS241-CASHGENDO * 1000
               END-IF
           END-IF
           IF  ATR-SHIHARAIKBN = "61"
               COMPUTE WS-KANO-WK =
                   QTS241-KAPPUGENDO * 1000 - QTS241-MIKAPPU
               IF  WS-KANO-WK < WS-KANO-GAKU
                   MOVE WS-KANO-WK   TO WS-KANO-GAKU
                   COMPUTE WS-KIJUN-GENDO = QTS241-KAPPUGENDO * 1000
               END-IF
           END-IF
           IF  ATR-KINGAKU > WS-KANO-GAKU
               COMPUTE WS-REFER-GAKU = WS-KANO-GAKU
                   + WS-KIJUN-GENDO * WS-REFER-RITSU / 100
               IF  ATR-KINGAKU <= WS-REFER-GAKU
                   MOVE "OTR"        TO QXS001-ERRCODE
                   MOVE "1"          TO QXS001-DENBUNSOSHINKBN
               ELSE
                   MOVE "OTB"        TO QXS001-ERRCODE
                   MOVE "9"          TO QXS001-DENBUNSOSHINKBN
               END-IF
           END-IF
      *    ログの残高欄は千円単位（承認前の確定残高＋未確定承認額）
           COMPUTE QXS001-SOZANDAKA =
               (QTS241-SOUZAN + QTS241-MISOU) / 1000
           COMPUTE QXS001-NOBEZANDAKA = QTS241-SOUZAN / 1000
           COMPUTE QXS001-CASHINGZANDAKA =
               (QTS241-CASHZAN + QTS241-MICASH) / 1000.

      * 承認分を未確定承認額へ加算し、同日中の後続オーソリに反映
      * する（夜間にQTS241Bが洗い替える）。
       2450-ADD-MIKAKUTEI.
           ADD ATR-KINGAKU           TO QTS241-MISOU
           IF  ATR-SHIHARAIKBN = "CS"
               ADD ATR-KINGAKU       TO QTS241-MICASH
           END-IF
           IF  ATR-SHIHARAIKBN = "61"
               ADD ATR-KINGAKU       TO QTS241-MIKAPPU
           END-IF
           ADD 1                     TO QTS241-MIKENSU
           MOVE WS-TODAY             TO QTS241-SAISHUSHONINYMD
           MOVE WS-TODAY             TO QTS241-SVRKOUSHINYMD
           REWRITE QTS241-REC
               INVALID KEY
                   DISPLAY "QXS001W: QTS241 REWRITE NG " QTS241-PRM
           END-REWRITE.

       9000-TERMINATE.
           CLOSE AUTH-TRANFILE
           CLOSE QTS110-BLACKFILE
           CLOSE QTS220-ACTFILE
           CLOSE QTS262-TEISI
           CLOSE QTS302-KEIZOKU
           CLOSE QTS029-SEIGEN
           CLOSE QXS007-KUNIBLK
           CLOSE QXS008-TOKOFILE
           CLOSE QTS241-POSITION
           CLOSE QXS001-LOGFILE.
