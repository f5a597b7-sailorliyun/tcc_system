      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   利用可能額照合対応            FIP      26/10/15   *
      *   000003   一時利用停止照合対応          FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QXS005W.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QXS005-PRMSTANDINNO
                   FILE STATUS IS WS-QXS005-STATUS.
           SELECT  QTS241-POSITION ASSIGN TO "QTS241"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS241-PRM
                   FILE STATUS IS WS-QTS241-STATUS.
           SELECT  QTS262-TEISI    ASSIGN TO "QTS262"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS262-SEG
                   FILE STATUS IS WS-QTS262-STATUS.
           SELECT  QXS001-LOGFILE  ASSIGN TO "QXS001"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
           05  ATR-KAIINNO             PIC 9(12).
           05  ATR-CARDNO              PIC X(16).
           05  ATR-KINGAKU             PIC 9(08).
           05  ATR-RIYOUSHACD          PIC 9(01).
           05  ATR-SHIHARAIKBN         PIC X(02).
      *        CS:キャッシング  61:分割  それ以外:ショッピング
           05  FILLER                  PIC X(09).
           05  ATR-KEIZOKUKBN          PIC X(01).
      *        1:登録加盟店からの継続課金（ネットワークの継続取引表示）
       FD  QTS011-CARDIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  QXS005-JOURNAL.
       01  QXS005-REC.
           COPY QXS005 REPLACING ==()== BY ==QXS005==.
       FD  QTS241-POSITION.
       01  QTS241-REC.
           COPY QTS241 REPLACING ==()== BY ==QTS241==.
       FD  QTS262-TEISI.
       01  QTS262-REC.
           COPY QTS262 REPLACING ==()== BY ==QTS262==.
       FD  QXS001-LOGFILE.
       01  QXS001-REC.
           COPY QXS001 REPLACING ==()== BY ==QXS001==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-QXS005-STATUS        PIC X(02).
       01  WS-QTS241-STATUS        PIC X(02).
       01  WS-QTS262-STATUS        PIC X(02).
       01  WS-POS-SW               PIC X(01).
           88  WS-POS-ARI                        VALUE "Y".
       01  WS-KANO-GAKU            PIC S9(11).
       01  WS-KANO-WK              PIC S9(11).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-KEKKA-KBN            PIC X(01).
      *    スペース:承認  7:一時利用停止中  8:利用可能額超過
      *    9:その他謝絶
       01  WS-ERR-CD               PIC X(03).
       01  WS-VEL-KAISU            PIC 9(03).
       01  WS-VEL-TBL.
           OPEN INPUT  AUTH-TRANFILE
           OPEN INPUT  QTS011-CARDIF
           OPEN I-O    QXS005-JOURNAL
           OPEN I-O    QTS241-POSITION
           OPEN INPUT  QTS262-TEISI
           OPEN EXTEND QXS001-LOGFILE
           PERFORM 2500-GET-MAX-NO
           IF  WS-VEL-DROP-COUNT > ZERO
               MOVE "9" TO WS-KEKKA-KBN
           ELSE
               PERFORM 4000-CHECK-MEMBER
               IF  WS-KEKKA-KBN = SPACES
                   PERFORM 4500-CHECK-ICHIJITEISI
               END-IF
               IF  WS-KEKKA-KBN = SPACES
                   PERFORM 5000-CHECK-VELOCITY
               END-IF
               IF  WS-KEKKA-KBN = SPACES
                   PERFORM 5500-CHECK-RIYOUKANO
               END-IF
           END-IF
           IF  WS-KEKKA-KBN = SPACES
               PERFORM 6000-APPROVE-LOCAL
                   END-IF
           END-READ.

      * 一時利用停止の判定はQXS001Wと同じ規則による。
       4500-CHECK-ICHIJITEISI.
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
                           MOVE "7" TO WS-KEKKA-KBN
                       END-IF
                   END-IF
           END-READ.

       5000-CHECK-VELOCITY.
           MOVE ZERO TO WS-VEL-KAISU
           MOVE "N"  TO WS-HIT-SW
               MOVE "9" TO WS-KEKKA-KBN
           END-IF.

      * 利用可能額の判定はQXS001Wと同じ規則による。スタンドイン中は
      * センタ照会ができないため、照会相当の超過も謝絶とする。
       5500-CHECK-RIYOUKANO.
           MOVE "N"                  TO WS-POS-SW
           MOVE ATR-KIGYOUCD         TO QTS241-PRMKIGYOUCD
           MOVE ATR-SUBRANGEKEY      TO QTS241-PRMSUBRANGEKEY
           MOVE ATR-NAIBUKAIINNO     TO QTS241-PRMNAIBUKAIINNO
           READ QTS241-POSITION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-POS-ARI TO TRUE
                   PERFORM 5510-JUDGE-RIYOUKANO
           END-READ.

       5510-JUDGE-RIYOUKANO.
           COMPUTE WS-KANO-GAKU = QTS241-SOUGENDO * 1000
               - QTS241-SOUZAN - QTS241-MISOU
           IF  ATR-SHIHARAIKBN = "CS"
               COMPUTE WS-KANO-WK = QTS241-CASHGENDO * 1000
                   - QTS241-CASHZAN - QTS241-MICASH
               IF  WS-KANO-WK < WS-KANO-GAKU
                   MOVE WS-KANO-WK   TO WS-KANO-GAKU
               END-IF
           END-IF
           IF  ATR-SHIHARAIKBN = "61"
               COMPUTE WS-KANO-WK =
                   QTS241-KAPPUGENDO * 1000 - QTS241-MIKAPPU
               IF  WS-KANO-WK < WS-KANO-GAKU
                   MOVE WS-KANO-WK   TO WS-KANO-GAKU
               END-IF
           END-IF
           IF  ATR-KINGAKU > WS-KANO-GAKU
               MOVE "8" TO WS-KEKKA-KBN
           END-IF.

      * 承認分をポジションの未確定承認額へ加算する。
       5600-ADD-MIKAKUTEI.
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
                   DISPLAY "QXS005W: QTS241 REWRITE NG " QTS241-PRM
           END-REWRITE.

       6000-APPROVE-LOCAL.
           ADD 1                     TO WS-STANDIN-NO
           INITIALIZE QXS005-REC
                   MOVE "000" TO WS-ERR-CD
                   PERFORM 8000-WRITE-AUTHLOG
                   ADD 1 TO WS-SHONIN-COUNT
                   IF  WS-POS-ARI
                       PERFORM 5600-ADD-MIKAKUTEI
                   END-IF
           END-WRITE.

       7000-DECLINE-LOCAL.
           EVALUATE WS-KEKKA-KBN
               WHEN "7"
                   MOVE "TLK" TO WS-ERR-CD
               WHEN "8"
                   MOVE "OTB" TO WS-ERR-CD
               WHEN OTHER
                   MOVE "STD" TO WS-ERR-CD
           END-EVALUATE
           PERFORM 8000-WRITE-AUTHLOG
           ADD 1 TO WS-SHAZETSU-COUNT.

           MOVE ATR-NAIBUKAIINNO     TO QXS001-NAIBUKAIINNO
           MOVE ATR-CARDNO           TO QXS001-CARDNO
           MOVE ATR-KINGAKU          TO QXS001-KINGAKU
           MOVE ATR-SHIHARAIKBN      TO QXS001-SHIHARAIKBN
           MOVE WS-TODAY(3:6)        TO QXS001-SHORIYMD
           MOVE WS-NOW-TIME          TO QXS001-JYUSHINTIME
           MOVE WS-ERR-CD            TO QXS001-ERRCODE
           CLOSE AUTH-TRANFILE
           CLOSE QTS011-CARDIF
           CLOSE QXS005-JOURNAL
           CLOSE QTS241-POSITION
           CLOSE QTS262-TEISI
           CLOSE QXS001-LOGFILE.
