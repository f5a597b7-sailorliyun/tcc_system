      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   信用情報機関残高で判定        FIP      26/10/15   *
      *   000003   おまとめ貸付の例外扱い        FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS115B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS011-PRM
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  CICKAITOU-FILE  ASSIGN TO "CICKAITOU"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS256-SHOKAI   ASSIGN TO "QTS256"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS256-PRM
                   FILE STATUS IS WS-QTS256-STATUS.
           SELECT  QTS270-JIKKO    ASSIGN TO "QTS270"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS270-PRM
                   FILE STATUS IS WS-QTS270-STATUS.
           SELECT  SOURYO-RPTFILE  ASSIGN TO "QTS115RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS011-CARDIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  CICKAITOU-FILE.
       01  CICKAITOU-REC.
      *    支払可能見込額算定（QTS243B）と同じＣＩＣ照会回答
           05  CIC-GAIBUKAIINNO        PIC 9(12).
           05  CIC-NENKANSHIHARAI      PIC 9(07).
           05  CIC-KAITOUYMD           PIC 9(08).
           05  CIC-KASHITSUKEZAN       PIC 9(07).
      *        千円単位。回答時点の貸付残高合計
       FD  QTS256-SHOKAI.
       01  QTS256-REC.
           COPY QTS256 REPLACING ==()== BY ==QTS256==.
       FD  QTS270-JIKKO.
       01  QTS270-REC.
           COPY QTS270 REPLACING ==()== BY ==QTS270==.
       FD  SOURYO-RPTFILE.
       01  SOURYO-RPT-LINE             PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QBS002-STATUS        PIC X(02).
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-QTS256-STATUS        PIC X(02).
       01  WS-QTS270-STATUS        PIC X(02).
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-OMATOME-SW           PIC X(01).
           88  WS-OMATOME-ARI                    VALUE "Y".
       01  WS-REIGAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
             07  WS-NS-NENSHUKBN   PIC 9(01).
             07  WS-NS-UKETSUKENEN PIC 9(04).
             07  WS-NS-UKETSUKEDT  PIC 9(07).
      *    信用情報機関（ＣＩＣ・ＪＩＣＣ）が報告する貸付残高（千円）
       01  WS-KIKAN-MAX            PIC 9(05)     VALUE ZERO  COMP.
       01  WS-KK-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-SEARCH-GAIBUNO       PIC 9(12).
       01  WS-KIKAN-ZAN            PIC 9(07).
       01  WS-KIKAN-TBL.
           05  WS-KK-ENT           OCCURS 9999.
             07  WS-KK-GAIBUNO     PIC 9(12).
             07  WS-KK-CICZAN      PIC 9(07).
             07  WS-KK-CICYMD      PIC 9(08).
             07  WS-KK-JICCZAN     PIC 9(07).
             07  WS-KK-JICCYMD     PIC 9(08).
       01  WS-RPT-LINE.
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-ZANDAKA       PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KIKANZAN      PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-HANTEI        PIC N(06).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           SUBTRACT 3 FROM WS-STALE-NEN
      *        年収情報が３年超未更新の会員は要再取得として扱う。
           INITIALIZE WS-NENSHU-TBL
           INITIALIZE WS-KIKAN-TBL
           PERFORM 1500-LOAD-KIKAN
           PERFORM 1000-LOAD-NENSHU
           PERFORM 3000-CHECK-MEMBER UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  CASHZAN-EXTFILE
           OPEN INPUT  QTS011-CARDIF
           OPEN INPUT  QTS270-JIKKO
           OPEN OUTPUT SOURYO-RPTFILE
           READ CASHZAN-EXTFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 信用情報機関ごとに最新回答の貸付残高を識別番号別に記憶する。
      * ＪＩＣＣは照会管理（QTS256）の回答済照会から採る。
       1500-LOAD-KIKAN.
           OPEN INPUT CICKAITOU-FILE
           MOVE "N" TO WS-EOF-SW
           READ CICKAITOU-FILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1600-LOAD-CIC UNTIL WS-EOF
           CLOSE CICKAITOU-FILE
           OPEN INPUT QTS256-SHOKAI
           MOVE "N" TO WS-EOF-SW
           READ QTS256-SHOKAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1700-LOAD-JICC UNTIL WS-EOF
           CLOSE QTS256-SHOKAI.

       1600-LOAD-CIC.
           MOVE CIC-GAIBUKAIINNO     TO WS-SEARCH-GAIBUNO
           PERFORM 1800-ENTRY-KIKAN
           IF  WS-HIT
           AND CIC-KAITOUYMD >= WS-KK-CICYMD(WS-KK-IX)
               MOVE CIC-KASHITSUKEZAN  TO WS-KK-CICZAN(WS-KK-IX)
               MOVE CIC-KAITOUYMD      TO WS-KK-CICYMD(WS-KK-IX)
           END-IF
           READ CICKAITOU-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1700-LOAD-JICC.
           IF  QTS256-SHOKAISTS = "2"
           AND QTS256-GAIBUKAIINNO NOT = ZERO
               MOVE QTS256-GAIBUKAIINNO TO WS-SEARCH-GAIBUNO
               PERFORM 1800-ENTRY-KIKAN
               IF  WS-HIT
               AND QTS256-KAITOUYMD >= WS-KK-JICCYMD(WS-KK-IX)
                   MOVE QTS256-KASHIKINZAN
                                     TO WS-KK-JICCZAN(WS-KK-IX)
                   MOVE QTS256-KAITOUYMD
                                     TO WS-KK-JICCYMD(WS-KK-IX)
               END-IF
           END-IF
           READ QTS256-SHOKAI NEXT
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 識別番号の表エントリを求め、なければ追加する。
       1800-ENTRY-KIKAN.
           PERFORM 1810-SEARCH-KIKAN
           IF  NOT WS-HIT
      *        機関残高の欠けた会員は総量規制を過小に判定するため、
      *        表があふれたら処理を止める。
               IF  WS-KIKAN-MAX >= 9999
                   DISPLAY "QTS115B: KIKAN TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-KIKAN-MAX
               MOVE WS-KIKAN-MAX     TO WS-KK-IX
               MOVE WS-SEARCH-GAIBUNO
                                     TO WS-KK-GAIBUNO(WS-KK-IX)
               SET WS-HIT TO TRUE
           END-IF.

       1810-SEARCH-KIKAN.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1811-COMPARE-KIKAN
                   VARYING WS-KK-IX FROM 1 BY 1
                   UNTIL WS-KK-IX > WS-KIKAN-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-KK-IX
           END-IF.

       1811-COMPARE-KIKAN.
           IF  WS-KK-GAIBUNO(WS-KK-IX) = WS-SEARCH-GAIBUNO
               SET WS-HIT TO TRUE
           END-IF.

       2000-LOAD-ONE.
           MOVE "N" TO WS-HIT-SW
           PERFORM VARYING WS-IX FROM 1 BY 1
      * を貸付上限とする。キャッシング限度額・残高（いずれも千円
      * 単位）が上限を超える会員、および年収情報が陳腐化した会員を
      * 判定して証跡レポートへ出力する。
      * 他社借入を含む総量は、ＣＩＣ・ＪＩＣＣの報告残高のうち
      * 高い方で判定する。
      * 機関残高による超過は、会員が借換え後の条件が不利でないおまと
      * め貸付（QTS290B 実行、契約区分１）を持つときは総量規制の例外
      * 貸付によるものとして上限超過と分けて出力する。カードの限度
      * 額・残高による超過は例外としない。
       3000-CHECK-MEMBER.
           MOVE CZN-PRMKIGYOUCD      TO QTS011-PRMKIGYOUCD
           MOVE CZN-PRMSUBRANGEKEY   TO QTS011-PRMSUBRANGEKEY

       4000-JUDGE-MEMBER.
           ADD 1 TO WS-CHECK-COUNT
           MOVE ZERO TO WS-KIKAN-ZAN
           MOVE CZN-GAIBUKAIINNO     TO WS-SEARCH-GAIBUNO
           PERFORM 1810-SEARCH-KIKAN
           IF  WS-HIT
               IF  WS-KK-CICZAN(WS-KK-IX) > WS-KK-JICCZAN(WS-KK-IX)
                   MOVE WS-KK-CICZAN(WS-KK-IX)  TO WS-KIKAN-ZAN
               ELSE
                   MOVE WS-KK-JICCZAN(WS-KK-IX) TO WS-KIKAN-ZAN
               END-IF
           END-IF
           MOVE "N" TO WS-HIT-SW
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-NENSHU-MAX OR WS-HIT
                   MOVE "上限超過　　" TO WS-RP-HANTEI
                   PERFORM 6000-WRITE-RPT
                   ADD 1 TO WS-IHAN-COUNT
               WHEN WS-KIKAN-ZAN > WS-JOGEN-SENYEN
                   PERFORM 5100-CHECK-OMATOME
                   IF  WS-OMATOME-ARI
                       MOVE "おまとめ例外" TO WS-RP-HANTEI
                       PERFORM 6000-WRITE-RPT
                       ADD 1 TO WS-REIGAI-COUNT
                   ELSE
                       MOVE "上限超過　　" TO WS-RP-HANTEI
                       PERFORM 6000-WRITE-RPT
                       ADD 1 TO WS-IHAN-COUNT
                   END-IF
               WHEN WS-NS-UKETSUKENEN(WS-IX) < WS-STALE-NEN
                   MOVE "年収要再取得" TO WS-RP-HANTEI
                   PERFORM 6000-WRITE-RPT
                   CONTINUE
           END-EVALUATE.

      * 会員の社員貸付実行管理を一巡し、実行済のおまとめ貸付の有無
      * を見る。
       5100-CHECK-OMATOME.
           MOVE "N" TO WS-OMATOME-SW
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE CZN-PRMKIGYOUCD      TO QTS270-PRMKIGYOUCD
           MOVE CZN-PRMSUBRANGEKEY   TO QTS270-PRMSUBRANGEKEY
           MOVE CZN-PRMNAIBUKAIINNO  TO QTS270-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS270-PRMNYUKINMEISAI
           START QTS270-JIKKO KEY IS NOT LESS THAN QTS270-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 5110-READ-JIKKO
                   UNTIL WS-SCAN-EOF OR WS-OMATOME-ARI.

       5110-READ-JIKKO.
           READ QTS270-JIKKO NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS270-PRMKIGYOUCD     = CZN-PRMKIGYOUCD
               AND QTS270-PRMSUBRANGEKEY  = CZN-PRMSUBRANGEKEY
               AND QTS270-PRMNAIBUKAIINNO = CZN-PRMNAIBUKAIINNO
                   IF  QTS270-KEIYAKUKBN = "1"
                   AND QTS270-JIKKOSTS   = "2"
                       SET WS-OMATOME-ARI TO TRUE
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

       6000-WRITE-RPT.
           MOVE CZN-PRMNAIBUKAIINNO  TO WS-RP-KAIINNO
           MOVE QTS011-YSNCASHGENDO  TO WS-RP-GENDO
           MOVE CZN-CASHINGZANDAKA   TO WS-RP-ZANDAKA
           MOVE WS-KIKAN-ZAN         TO WS-RP-KIKANZAN
           MOVE WS-RPT-LINE          TO SOURYO-RPT-LINE
           WRITE SOURYO-RPT-LINE.

           DISPLAY "QTS115B: CHECK=" WS-CHECK-COUNT
                   " IHAN=" WS-IHAN-COUNT
                   " STALE=" WS-STALE-COUNT
                   " REIGAI=" WS-REIGAI-COUNT
           CLOSE CASHZAN-EXTFILE
           CLOSE QTS011-CARDIF
           CLOSE QTS270-JIKKO
           CLOSE SOURYO-RPTFILE.
