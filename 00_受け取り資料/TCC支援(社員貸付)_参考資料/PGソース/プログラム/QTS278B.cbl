      *8...........2.........3.........4.........5........6........7.........8
      *    QTS278B
      ****************************************************************
      *                端末照合バッチ（夜間）                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   夜間差分抽出の当日計上分を入力FIP      26/10/15   *
      ****************************************************************
      *    当日計上の利用明細（QTS050）と当日のオーソリログ（QXS001
      *    承認分）の端末を加盟店端末マスタ（QTS277）と照合する。
      *      未登録端末        ：マスタに無い端末
      *      撤去済・設置前端末：利用日が設置日前または撤去日以後
      *      加盟店不一致      ：利用明細の加盟店と紐付加盟店が異なる
      *    の取引は不正利用調査案件（QXS004、起票契機３）へ起票し、
      *    既存の調査中案件には契機取引として追記する。加盟店未紐付
      *    の端末の取引は一覧に載せるのみとする。オーソリログには
      *    加盟店番号が無いため、加盟店不一致は利用明細で判定する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS278B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHOGO-PARAM     ASSIGN TO "QTS278PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS277-TANMATSU ASSIGN TO "QTS277"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS277-PRMTANMATUNO
                   ALTERNATE RECORD KEY IS QTS277-URIAGETANMATSU
                            WITH DUPLICATES
                   FILE STATUS IS WS-QTS277-STATUS.
      * 利用明細は夜間差分抽出（QTS300B）の当日計上分を読む。
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS300S1"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QXS001-LOGFILE  ASSIGN TO "QXS001"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QXS004-CASEFILE ASSIGN TO "QXS004"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QXS004-PRMCARDNO
                   FILE STATUS IS WS-QXS004-STATUS.
           SELECT  SHOGO-LIST      ASSIGN TO "QTS278RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHOGO-PARAM.
       01  SHOGO-PARAM-REC.
           05  PRM-TAISHOYMD           PIC 9(08).
      *        照合する利用明細の計上日（省略時は処理日）
       FD  QTS277-TANMATSU.
       01  QTS277-REC.
           COPY QTS277 REPLACING ==()== BY ==QTS277==.
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  QXS001-LOGFILE.
       01  QXS001-REC.
           COPY QXS001 REPLACING ==()== BY ==QXS001==.
       FD  QXS004-CASEFILE.
       01  QXS004-REC.
           COPY QXS004 REPLACING ==()== BY ==QXS004==.
       FD  SHOGO-LIST.
       01  SHOGO-LIST-LINE             PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS277-STATUS        PIC X(02).
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QXS004-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-URIAGE-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-AUTH-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-MITOROKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-TEKKYO-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-FUICCHI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-MIHIMOZUKE-COUNT     PIC 9(07)     VALUE ZERO.
       01  WS-OPEN-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-APPEND-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAMEITEN-NUM         PIC 9(07).
      *    照合結果
       01  WS-IJOKBN               PIC X(01).
           88  WS-IJO-NASHI                      VALUE SPACE.
           88  WS-IJO-MITOROKU                   VALUE "1".
           88  WS-IJO-TEKKYO                     VALUE "2".
           88  WS-IJO-FUICCHI                    VALUE "3".
           88  WS-IJO-MIHIMOZUKE                 VALUE "4".
       01  WS-ICCHI-SW             PIC X(01).
           88  WS-ICCHI                          VALUE "Y".
       01  WS-KIKANNAI-SW          PIC X(01).
           88  WS-KIKANNAI                       VALUE "Y".
       01  WS-MIHIMO-SW            PIC X(01).
           88  WS-MIHIMO                         VALUE "Y".
       01  WS-KEY-END-SW           PIC X(01).
           88  WS-KEY-END                        VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
      *    照合対象取引（利用明細・オーソリログ共通）
       01  WS-TR-TANMATSU          PIC X(13).
       01  WS-TR-RIYOUYMD          PIC 9(08).
       01  WS-TR-RIYOUDATETIME     PIC X(14).
       01  WS-TR-KINGAKU           PIC 9(11).
       01  WS-TR-CARDNO            PIC X(16).
       01  WS-TR-KAMEITENNO        PIC X(10).
       01  WS-TR-HIMOZUKE          PIC 9(07).
       01  WS-TR-SOURCE            PIC X(04).
       01  WS-TRI-IX               PIC 9(01).
       01  WS-SG-LINE.
           05  WS-SG-SOURCE        PIC X(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SG-TANMATSU      PIC X(13).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SG-KAMEITENNO    PIC X(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SG-HIMOZUKE      PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SG-RIYOUDATETIME PIC X(14).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SG-KINGAKU       PIC ZZZZZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-SG-RIYU          PIC N(09).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-URIAGE THRU 2000-EXIT UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SW
           READ QXS001-LOGFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 3000-CHECK-AUTH THRU 3000-EXIT UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  SHOGO-PARAM
           OPEN INPUT  QTS277-TANMATSU
           OPEN INPUT  QTS050-URIAGE
           OPEN INPUT  QXS001-LOGFILE
           OPEN I-O    QXS004-CASEFILE
           OPEN OUTPUT SHOGO-LIST
           READ SHOGO-PARAM
               AT END MOVE WS-TODAY TO PRM-TAISHOYMD
           END-READ
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 利用明細。端末番号の無い明細（通信販売・手入力等）は照合
      * しない。売上端末番号は他社端末と重複し得るため、同じ番号
      * の端末をすべて見て利用明細の加盟店に紐付くものを探す。
       2000-CHECK-URIAGE.
           IF  QTS050-RECKBN = "9"
           OR  QTS050-KEIJYOUBI NOT = PRM-TAISHOYMD
           OR  QTS050-TANMATSU = SPACES
               GO TO 2900-NEXT-URIAGE
           END-IF
           ADD 1 TO WS-URIAGE-COUNT
           MOVE QTS050-KAMEITENNO    TO WS-KAMEITEN-NUM
           MOVE QTS050-KAMEITENNO    TO WS-TR-KAMEITENNO
           MOVE QTS050-TANMATSU      TO WS-TR-TANMATSU
           MOVE QTS050-RIYOUBI       TO WS-TR-RIYOUYMD
           MOVE QTS050-RIYOUBI       TO WS-TR-RIYOUDATETIME(1:8)
           MOVE "000000"             TO WS-TR-RIYOUDATETIME(9:6)
           MOVE QTS050-GKGRIYOUKNG   TO WS-TR-KINGAKU
           MOVE QTS050-CARDNO        TO WS-TR-CARDNO
           MOVE "URI "               TO WS-TR-SOURCE
           MOVE ZERO                 TO WS-TR-HIMOZUKE
           MOVE "N" TO WS-ICCHI-SW
           MOVE "N" TO WS-KIKANNAI-SW
           MOVE "N" TO WS-MIHIMO-SW
           MOVE "N" TO WS-KEY-END-SW
           MOVE QTS050-TANMATSU      TO QTS277-URIAGETANMATSU
           START QTS277-TANMATSU KEY IS = QTS277-URIAGETANMATSU
               INVALID KEY
                   SET WS-IJO-MITOROKU TO TRUE
                   PERFORM 5000-IJO-TORIHIKI THRU 5000-EXIT
                   GO TO 2900-NEXT-URIAGE
           END-START
           PERFORM 2100-READ-KOHO
           PERFORM 2200-CHECK-KOHO UNTIL WS-KEY-END
           EVALUATE TRUE
               WHEN WS-KIKANNAI
                   SET WS-IJO-NASHI TO TRUE
               WHEN WS-ICCHI
                   SET WS-IJO-TEKKYO TO TRUE
               WHEN WS-MIHIMO
                   SET WS-IJO-MIHIMOZUKE TO TRUE
               WHEN OTHER
                   SET WS-IJO-FUICCHI TO TRUE
           END-EVALUATE
           IF  NOT WS-IJO-NASHI
               PERFORM 5000-IJO-TORIHIKI THRU 5000-EXIT
           END-IF.

       2900-NEXT-URIAGE.
           READ QTS050-URIAGE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

       2100-READ-KOHO.
           READ QTS277-TANMATSU NEXT
               AT END SET WS-KEY-END TO TRUE
           END-READ
           IF  NOT WS-KEY-END
           AND QTS277-URIAGETANMATSU NOT = QTS050-TANMATSU
               SET WS-KEY-END TO TRUE
           END-IF.

       2200-CHECK-KOHO.
           IF  QTS277-NAIBUNO = ZERO
               SET WS-MIHIMO TO TRUE
           END-IF
           IF  WS-TR-HIMOZUKE = ZERO
               MOVE QTS277-NAIBUNO   TO WS-TR-HIMOZUKE
           END-IF
           IF  QTS277-NAIBUNO = WS-KAMEITEN-NUM
           AND QTS277-NAIBUNO NOT = ZERO
               SET WS-ICCHI TO TRUE
               MOVE QTS277-PRMTANMATUNO TO WS-TR-TANMATSU
               MOVE QTS277-NAIBUNO   TO WS-TR-HIMOZUKE
               PERFORM 4000-CHECK-KIKAN
           END-IF
           PERFORM 2100-READ-KOHO.

      * オーソリログ。承認した取引を対象とし、端末識別番号で直接
      * マスタを引く。
       3000-CHECK-AUTH.
           IF  QXS001-ERRCODE NOT = "000"
           OR  QXS001-TANMATUNO = SPACES
               GO TO 3900-NEXT-AUTH
           END-IF
           ADD 1 TO WS-AUTH-COUNT
           MOVE QXS001-TANMATUNO     TO WS-TR-TANMATSU
           MOVE "20"                 TO WS-TR-RIYOUDATETIME(1:2)
           MOVE QXS001-SHORIYMD      TO WS-TR-RIYOUDATETIME(3:6)
           MOVE QXS001-JYUSHINTIME   TO WS-TR-RIYOUDATETIME(9:6)
           MOVE WS-TR-RIYOUDATETIME(1:8) TO WS-TR-RIYOUYMD
           MOVE QXS001-KINGAKU       TO WS-TR-KINGAKU
           MOVE QXS001-CARDNO        TO WS-TR-CARDNO
           MOVE QXS001-KAMEITENNO    TO WS-TR-KAMEITENNO
           MOVE "AUTH"               TO WS-TR-SOURCE
           MOVE ZERO                 TO WS-TR-HIMOZUKE
           MOVE QXS001-TANMATUNO     TO QTS277-PRMTANMATUNO
           READ QTS277-TANMATSU
               INVALID KEY
                   SET WS-IJO-MITOROKU TO TRUE
                   PERFORM 5000-IJO-TORIHIKI THRU 5000-EXIT
                   GO TO 3900-NEXT-AUTH
           END-READ
           MOVE QTS277-NAIBUNO       TO WS-TR-HIMOZUKE
           MOVE "N" TO WS-KIKANNAI-SW
           PERFORM 4000-CHECK-KIKAN
           EVALUATE TRUE
               WHEN NOT WS-KIKANNAI
                   SET WS-IJO-TEKKYO TO TRUE
               WHEN QTS277-NAIBUNO = ZERO
                   SET WS-IJO-MIHIMOZUKE TO TRUE
               WHEN OTHER
                   SET WS-IJO-NASHI TO TRUE
           END-EVALUATE
           IF  NOT WS-IJO-NASHI
               PERFORM 5000-IJO-TORIHIKI THRU 5000-EXIT
           END-IF.

       3900-NEXT-AUTH.
           READ QXS001-LOGFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-EXIT.
           EXIT.

      * 利用日が設置日以後で、撤去済の端末は撤去日より前である
      * こと。
       4000-CHECK-KIKAN.
           IF  WS-TR-RIYOUYMD >= QTS277-SECHIYMD
               IF  QTS277-TANMATSUSTS NOT = "9"
               OR  WS-TR-RIYOUYMD < QTS277-TEKKYOYMD
                   SET WS-KIKANNAI TO TRUE
               END-IF
           END-IF.

      * 異常取引を一覧に出力し、未紐付以外は調査案件へ送る。
       5000-IJO-TORIHIKI.
           MOVE WS-TR-SOURCE         TO WS-SG-SOURCE
           MOVE WS-TR-TANMATSU       TO WS-SG-TANMATSU
           MOVE WS-TR-KAMEITENNO     TO WS-SG-KAMEITENNO
           MOVE WS-TR-HIMOZUKE       TO WS-SG-HIMOZUKE
           MOVE WS-TR-RIYOUDATETIME  TO WS-SG-RIYOUDATETIME
           MOVE WS-TR-KINGAKU        TO WS-SG-KINGAKU
           EVALUATE TRUE
               WHEN WS-IJO-MITOROKU
                   MOVE "未登録端末"         TO WS-SG-RIYU
                   ADD 1 TO WS-MITOROKU-COUNT
               WHEN WS-IJO-TEKKYO
                   MOVE "撤去済・設置前端末" TO WS-SG-RIYU
                   ADD 1 TO WS-TEKKYO-COUNT
               WHEN WS-IJO-FUICCHI
                   MOVE "加盟店不一致"       TO WS-SG-RIYU
                   ADD 1 TO WS-FUICCHI-COUNT
               WHEN OTHER
                   MOVE "加盟店未紐付"       TO WS-SG-RIYU
                   ADD 1 TO WS-MIHIMOZUKE-COUNT
           END-EVALUATE
           MOVE WS-SG-LINE           TO SHOGO-LIST-LINE
           WRITE SHOGO-LIST-LINE
           IF  WS-IJO-MIHIMOZUKE
               GO TO 5000-EXIT
           END-IF
           MOVE WS-TR-CARDNO         TO QXS004-PRMCARDNO
           READ QXS004-CASEFILE
               INVALID KEY
                   INITIALIZE QXS004-REC
                   MOVE WS-TR-CARDNO   TO QXS004-PRMCARDNO
                   MOVE WS-TODAY       TO QXS004-OPENYMD
                   MOVE "3"            TO QXS004-TRIGGERKBN
                   MOVE ZERO           TO QXS004-TRIGGERSCORE
                   MOVE "1"            TO QXS004-CASESTS
                   MOVE WS-IJOKBN      TO QXS004-TANMATSUIJOKBN
                   MOVE WS-TR-TANMATSU TO QXS004-TANMATSUNO
                   PERFORM 5100-APPEND-TORIHIKI
                   MOVE WS-TODAY       TO QXS004-HOSTSHORIYMD
                   MOVE WS-NOW-TIME    TO QXS004-HOSTSHORITIME
                   MOVE WS-TODAY       TO QXS004-SVRKOUSHINYMD
                   WRITE QXS004-REC
                   ADD 1 TO WS-OPEN-COUNT
               NOT INVALID KEY
                   IF  QXS004-CASESTS = "1"
                       PERFORM 5100-APPEND-TORIHIKI
                       IF  QXS004-TANMATSUIJOKBN = SPACE
                           MOVE WS-IJOKBN TO QXS004-TANMATSUIJOKBN
                           MOVE WS-TR-TANMATSU TO QXS004-TANMATSUNO
                       END-IF
                       MOVE WS-TODAY   TO QXS004-HOSTSHORIYMD
                       MOVE WS-NOW-TIME TO QXS004-HOSTSHORITIME
                       MOVE WS-TODAY   TO QXS004-SVRKOUSHINYMD
                       REWRITE QXS004-REC
                       ADD 1 TO WS-APPEND-COUNT
                   END-IF
           END-READ.

       5000-EXIT.
           EXIT.

      * 再実行で同じ取引を二重に積まないよう、利用日時と金額が
      * 同じ契機取引があれば追記しない。
       5100-APPEND-TORIHIKI.
           MOVE "N" TO WS-HIT-SW
           PERFORM 5200-COMPARE-TORIHIKI
               VARYING WS-TRI-IX FROM 1 BY 1
               UNTIL WS-TRI-IX > QXS004-TORIHIKICOUNT OR WS-HIT
           IF  NOT WS-HIT
           AND QXS004-TORIHIKICOUNT < 5
               ADD 1 TO QXS004-TORIHIKICOUNT
               MOVE WS-TR-RIYOUDATETIME
                   TO QXS004-TRIRIYOUDATETIME(QXS004-TORIHIKICOUNT)
               MOVE WS-TR-KINGAKU
                   TO QXS004-TRIKINGAKU(QXS004-TORIHIKICOUNT)
               MOVE ZERO
                   TO QXS004-TRISCORE(QXS004-TORIHIKICOUNT)
           END-IF.

       5200-COMPARE-TORIHIKI.
           IF  QXS004-TRIRIYOUDATETIME(WS-TRI-IX) = WS-TR-RIYOUDATETIME
           AND QXS004-TRIKINGAKU(WS-TRI-IX) = WS-TR-KINGAKU
               SET WS-HIT TO TRUE
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS278B: URIAGE=" WS-URIAGE-COUNT
                   " AUTH=" WS-AUTH-COUNT
                   " MITOROKU=" WS-MITOROKU-COUNT
                   " TEKKYO=" WS-TEKKYO-COUNT
                   " FUICCHI=" WS-FUICCHI-COUNT
                   " MIHIMOZUKE=" WS-MIHIMOZUKE-COUNT
           DISPLAY "QTS278B: CASE-OPEN=" WS-OPEN-COUNT
                   " CASE-APPEND=" WS-APPEND-COUNT
           CLOSE SHOGO-PARAM
           CLOSE QTS277-TANMATSU
           CLOSE QTS050-URIAGE
           CLOSE QXS001-LOGFILE
           CLOSE QXS004-CASEFILE
           CLOSE SHOGO-LIST.
