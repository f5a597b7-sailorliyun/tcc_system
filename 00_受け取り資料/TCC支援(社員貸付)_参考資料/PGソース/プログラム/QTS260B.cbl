      *8...........2.........3.........4.........5........6........7.........8
      *    QTS260B
      ****************************************************************
      *                収入証明書提出要否判定・依頼処理（日次）      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    在籍会員ごとに収入証明書の提出要否を判定し、収入証明書
      *    管理（QTS260）を作成・更新する。提出要とするのは
      *      キャッシング限度額が基準（５０万円）を超える会員
      *      キャッシング限度額と信用情報機関（ＣＩＣ・ＪＩＣＣの
      *      高い方）の報告残高の合計が基準（１００万円）を超える会員
      *    とする。提出要で有効な書類のない会員には依頼状、回答期間
      *    を過ぎても受領（QTS260Mによる登録）がなければ督促状を出す。
      *    有効な書類も有効期限の案内日数前に期限前案内を出す。
      *    QTS016B・QXCS03Bは本処理の判定で増額を止めるため、これら
      *    より前に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS260B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHOMEI-PARAM    ASSIGN TO "QTS260PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  CICKAITOU-FILE  ASSIGN TO "CICKAITOU"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS256-SHOKAI   ASSIGN TO "QTS256"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS QTS256-PRM
                   FILE STATUS IS WS-QTS256-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS260-SHOMEI   ASSIGN TO "QTS260"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS260-SEG
                   FILE STATUS IS WS-QTS260-STATUS.
      * 手紙キューはQYAB020Pレイアウトの発生元別ファイルとする
      * （QTS123Bと同じ取決め）。
           SELECT  QYAB020P-LETTERQ ASSIGN TO "QTS260LQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QYAB020P-STATUS.
           SELECT  SHOMEI-RPTFILE  ASSIGN TO "QTS260RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHOMEI-PARAM.
       01  SHOMEI-PARAM-REC.
           05  PRM-CASH-KIJUN          PIC 9(05).
      *        キャッシング限度額の基準（千円、ゼロは500）
           05  PRM-GOUKEI-KIJUN        PIC 9(05).
      *        他社借入との合算の基準（千円、ゼロは1000）
           05  PRM-KAITOU-NISSU        PIC 9(03).
      *        依頼から督促までの日数（ゼロは30）
           05  PRM-ANNAI-NISSU         PIC 9(03).
      *        有効期限の何日前に期限前案内を出すか（ゼロは60）
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
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS260-SHOMEI.
       01  QTS260-REC.
           COPY QTS260 REPLACING ==()== BY ==QTS260==.
       FD  QYAB020P-LETTERQ.
       01  QYAB020P-REC.
           COPY QYAB020P REPLACING ==()== BY ==QYAB020P==.
       FD  SHOMEI-RPTFILE.
       01  SHOMEI-RPT-LINE             PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS256-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS260-STATUS        PIC X(02).
       01  WS-QYAB020P-STATUS      PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-SHINKI-SW            PIC X(01).
           88  WS-SHINKI                         VALUE "Y".
       01  WS-YUUKOU-SW            PIC X(01).
           88  WS-YUUKOU                         VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-KIGEN-YMD            PIC 9(08).
       01  WS-ANNAI-YMD            PIC 9(08).
       01  WS-RENBAN               PIC 9(04)     VALUE ZERO.
       01  WS-BUNSYONO             PIC X(08).
      *    信用情報機関（ＣＩＣ・ＪＩＣＣ）が報告する貸付残高（千円）
       01  WS-KIKAN-MAX            PIC 9(05)     VALUE ZERO  COMP.
       01  WS-KK-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-SEARCH-GAIBUNO       PIC 9(12).
       01  WS-KIKAN-ZAN            PIC 9(07).
       01  WS-GOUKEI-ZAN           PIC 9(07).
       01  WS-KIKAN-TBL.
           05  WS-KK-ENT           OCCURS 9999.
             07  WS-KK-GAIBUNO     PIC 9(12).
             07  WS-KK-CICZAN      PIC 9(07).
             07  WS-KK-CICYMD      PIC 9(08).
             07  WS-KK-JICCZAN     PIC 9(07).
             07  WS-KK-JICCYMD     PIC 9(08).
       01  WS-HANTEI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-HITSUYO-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-MITEISHUTSU-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-IRAI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-TOKUSOKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-ANNAI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-DROP-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-RPT-LINE.
           05  WS-RP-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-RP-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-RIYU          PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-CASHGENDO     PIC ZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-KIKANZAN      PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-SHORUIKBN     PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-YUUKOUKIGEN   PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-IRAISTS       PIC X(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RP-MIDASHI       PIC N(08).
       01  WS-RPT-TOTAL.
           05  FILLER              PIC X(09)     VALUE "HITSUYO=".
           05  WS-RT-HITSUYO       PIC ZZZZZZ9.
           05  FILLER              PIC X(14)     VALUE " MITEISHUTSU=".
           05  WS-RT-MITEISHUTSU   PIC ZZZZZZ9.
           05  FILLER              PIC X(07)     VALUE " IRAI=".
           05  WS-RT-IRAI          PIC ZZZZZZ9.
           05  FILLER              PIC X(11)     VALUE " TOKUSOKU=".
           05  WS-RT-TOKUSOKU      PIC ZZZZZZ9.
           05  FILLER              PIC X(09)     VALUE " ANNAI=".
           05  WS-RT-ANNAI         PIC ZZZZZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MEMBER THRU 2900-NEXT-MEMBER
                   UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-KIKAN-TBL
           OPEN INPUT  SHOMEI-PARAM
           READ SHOMEI-PARAM
               AT END INITIALIZE SHOMEI-PARAM-REC
           END-READ
           CLOSE SHOMEI-PARAM
           IF  PRM-CASH-KIJUN = ZERO
               MOVE 500 TO PRM-CASH-KIJUN
           END-IF
           IF  PRM-GOUKEI-KIJUN = ZERO
               MOVE 1000 TO PRM-GOUKEI-KIJUN
           END-IF
           IF  PRM-KAITOU-NISSU = ZERO
               MOVE 30 TO PRM-KAITOU-NISSU
           END-IF
           IF  PRM-ANNAI-NISSU = ZERO
               MOVE 60 TO PRM-ANNAI-NISSU
           END-IF
           COMPUTE WS-ANNAI-YMD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + PRM-ANNAI-NISSU)
           PERFORM 1500-LOAD-KIKAN
           OPEN INPUT  QTS010-MASTER
           OPEN I-O    QTS260-SHOMEI
           OPEN EXTEND QYAB020P-LETTERQ
           OPEN OUTPUT SHOMEI-RPTFILE
           MOVE SPACES TO SHOMEI-RPT-LINE
           STRING "SHOTOKU SHOMEI  KAIIN/RIYU/CASH/KIKANZAN/SHORUI/"
                  "KIGEN/STS"
               DELIMITED BY SIZE INTO SHOMEI-RPT-LINE
           END-STRING
           WRITE SHOMEI-RPT-LINE
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           IF  NOT WS-EOF
               READ QTS010-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

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
               IF  WS-KIKAN-MAX < 9999
                   ADD 1 TO WS-KIKAN-MAX
                   MOVE WS-KIKAN-MAX TO WS-KK-IX
                   MOVE WS-SEARCH-GAIBUNO
                                     TO WS-KK-GAIBUNO(WS-KK-IX)
                   SET WS-HIT TO TRUE
               ELSE
                   ADD 1 TO WS-DROP-COUNT
               END-IF
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

      * 提出要否を判定し、提出要の会員は書類の有効性に応じて依頼・
      * 督促・期限前案内を行う。提出不要で管理レコードのない会員は
      * 作成しない。
       2000-PROCESS-MEMBER.
           IF  QTS010-KAIJOKBN NOT = ZERO
               GO TO 2900-NEXT-MEMBER
           END-IF
           ADD 1 TO WS-HANTEI-COUNT
           MOVE "N" TO WS-SHINKI-SW
           MOVE QTS010-PRM           TO QTS260-PRM
           READ QTS260-SHOMEI
               INVALID KEY
                   SET WS-SHINKI TO TRUE
                   INITIALIZE QTS260-REC
                   MOVE QTS010-PRM   TO QTS260-PRM
                   MOVE SPACE        TO QTS260-SHORUIKBN
                   MOVE SPACE        TO QTS260-IRAISTS
           END-READ
           PERFORM 2100-HANTEI-HITSUYO
           IF  QTS260-HITSUYOKBN NOT = "1"
           AND WS-SHINKI
               GO TO 2900-NEXT-MEMBER
           END-IF
           IF  QTS260-HITSUYOKBN = "1"
               ADD 1 TO WS-HITSUYO-COUNT
               PERFORM 3000-IRAI THRU 3000-EXIT
           END-IF
           MOVE QTS010-GKNSHIKIBETSUNO TO QTS260-GAIBUKAIINNO
           MOVE WS-TODAY             TO QTS260-HANTEIYMD
           MOVE WS-TODAY             TO QTS260-SVRKOUSHINYMD
           IF  WS-SHINKI
               WRITE QTS260-REC
                   INVALID KEY
                       DISPLAY "QTS260B: TOUROKU NG " QTS260-SEG
               END-WRITE
           ELSE
               REWRITE QTS260-REC
                   INVALID KEY
                       DISPLAY "QTS260B: KOUSHIN NG " QTS260-SEG
               END-REWRITE
           END-IF.

       2900-NEXT-MEMBER.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-HANTEI-HITSUYO.
           MOVE ZERO TO WS-KIKAN-ZAN
           MOVE QTS010-GKNSHIKIBETSUNO TO WS-SEARCH-GAIBUNO
           PERFORM 1810-SEARCH-KIKAN
           IF  WS-HIT
               IF  WS-KK-CICZAN(WS-KK-IX) > WS-KK-JICCZAN(WS-KK-IX)
                   MOVE WS-KK-CICZAN(WS-KK-IX)  TO WS-KIKAN-ZAN
               ELSE
                   MOVE WS-KK-JICCZAN(WS-KK-IX) TO WS-KIKAN-ZAN
               END-IF
           END-IF
           COMPUTE WS-GOUKEI-ZAN =
               QTS010-YSNCASHGENDO + WS-KIKAN-ZAN
           EVALUATE TRUE
               WHEN QTS010-YSNCASHGENDO > PRM-CASH-KIJUN
                   MOVE "1"          TO QTS260-HITSUYOKBN
                   MOVE "1"          TO QTS260-HITSUYORIYU
               WHEN WS-GOUKEI-ZAN > PRM-GOUKEI-KIJUN
                   MOVE "1"          TO QTS260-HITSUYOKBN
                   MOVE "2"          TO QTS260-HITSUYORIYU
               WHEN OTHER
                   MOVE SPACE        TO QTS260-HITSUYOKBN
                   MOVE SPACE        TO QTS260-HITSUYORIYU
           END-EVALUATE.

      * 有効な書類がなければ依頼状、依頼から回答期間を過ぎたら督促状
      * とし、督促後は未提出一覧に出し続ける。有効な書類があっても
      * 期限前案内日数以内に有効期限が来れば期限前案内を出す。
       3000-IRAI.
           MOVE "N" TO WS-YUUKOU-SW
           IF  QTS260-JURYOUYMD NOT = ZERO
           AND QTS260-YUUKOUKIGEN >= WS-TODAY
               SET WS-YUUKOU TO TRUE
           END-IF
           IF  WS-YUUKOU
               IF  QTS260-YUUKOUKIGEN <= WS-ANNAI-YMD
               AND QTS260-IRAISTS NOT = "3"
                   MOVE "SYOMANNA"   TO WS-BUNSYONO
                   PERFORM 5200-WRITE-LETTER
                   MOVE "3"          TO QTS260-IRAISTS
                   MOVE WS-TODAY     TO QTS260-ANNAIYMD
                   ADD 1 TO WS-ANNAI-COUNT
                   MOVE "期限前案内　　　" TO WS-RP-MIDASHI
                   PERFORM 2300-WRITE-RPT
               END-IF
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-MITEISHUTSU-COUNT
           IF  QTS260-IRAISTS = "1"
               COMPUTE WS-KIGEN-YMD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(QTS260-IRAIYMD)
                   + PRM-KAITOU-NISSU)
               IF  WS-KIGEN-YMD < WS-TODAY
                   MOVE "SYOMTOKU"   TO WS-BUNSYONO
                   PERFORM 5200-WRITE-LETTER
                   MOVE "2"          TO QTS260-IRAISTS
                   MOVE WS-TODAY     TO QTS260-TOKUSOKUYMD
                   ADD 1 TO WS-TOKUSOKU-COUNT
                   MOVE "督促　　　　　　" TO WS-RP-MIDASHI
               ELSE
                   MOVE "依頼中　　　　　" TO WS-RP-MIDASHI
               END-IF
               PERFORM 2300-WRITE-RPT
               GO TO 3000-EXIT
           END-IF
           IF  QTS260-IRAISTS = "2"
               MOVE "督促後未提出　　" TO WS-RP-MIDASHI
               PERFORM 2300-WRITE-RPT
               GO TO 3000-EXIT
           END-IF
           MOVE "SYOMIRAI"           TO WS-BUNSYONO
           PERFORM 5200-WRITE-LETTER
           MOVE "1"                  TO QTS260-IRAISTS
           MOVE WS-TODAY             TO QTS260-IRAIYMD
           MOVE ZERO                 TO QTS260-TOKUSOKUYMD
           ADD 1 TO WS-IRAI-COUNT
           MOVE "依頼　　　　　　"   TO WS-RP-MIDASHI
           PERFORM 2300-WRITE-RPT.

       3000-EXIT.
           EXIT.

       2300-WRITE-RPT.
           MOVE QTS010-PRMKIGYOUCD     TO WS-RP-KIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY  TO WS-RP-SUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO WS-RP-KAIINNO
           MOVE QTS260-HITSUYORIYU     TO WS-RP-RIYU
           MOVE QTS010-YSNCASHGENDO    TO WS-RP-CASHGENDO
           MOVE WS-KIKAN-ZAN           TO WS-RP-KIKANZAN
           MOVE QTS260-SHORUIKBN       TO WS-RP-SHORUIKBN
           MOVE QTS260-YUUKOUKIGEN     TO WS-RP-YUUKOUKIGEN
           MOVE QTS260-IRAISTS         TO WS-RP-IRAISTS
           MOVE WS-RPT-LINE            TO SHOMEI-RPT-LINE
           WRITE SHOMEI-RPT-LINE.

      * 収入証明書の依頼状・督促状・期限前案内。宛先は会員自宅。
       5200-WRITE-LETTER.
           ADD 1 TO WS-RENBAN
           INITIALIZE QYAB020P-REC
           MOVE WS-BUNSYONO            TO QYAB020P-PRMBUNSYONO
           MOVE WS-TODAY               TO QYAB020P-PRMSAKUSEIYMD
           MOVE WS-RENBAN              TO QYAB020P-PRMRENBAN
           MOVE QTS010-PRMKIGYOUCD     TO QYAB020P-KIGYOCD
           MOVE QTS010-PRMSUBRANGEKEY  TO QYAB020P-SUBRNG
           MOVE QTS010-PRMNAIBUKAIINNO TO QYAB020P-NAIBUKAIIN
           MOVE "1"                    TO QYAB020P-SOUFUKBN
           MOVE QTS010-HONSHIMEIKANA   TO QYAB020P-SHIMEIKAN
           MOVE QTS010-JTKYUUBINNO     TO QYAB020P-JTKYUUBINNO
           MOVE QTS010-JTKJUSHOKANA    TO QYAB020P-JTKJUSHO1
           MOVE QTS010-JTKTELNO        TO QYAB020P-JTKTELNO
           MOVE "0"                    TO QYAB020P-PRINTFLG
           MOVE FUNCTION CURRENT-DATE
               TO QYAB020P-TOUROKUDATETIME
           WRITE QYAB020P-REC.

       9000-TERMINATE.
           MOVE WS-HITSUYO-COUNT       TO WS-RT-HITSUYO
           MOVE WS-MITEISHUTSU-COUNT   TO WS-RT-MITEISHUTSU
           MOVE WS-IRAI-COUNT          TO WS-RT-IRAI
           MOVE WS-TOKUSOKU-COUNT      TO WS-RT-TOKUSOKU
           MOVE WS-ANNAI-COUNT         TO WS-RT-ANNAI
           MOVE WS-RPT-TOTAL           TO SHOMEI-RPT-LINE
           WRITE SHOMEI-RPT-LINE
           IF  WS-DROP-COUNT > ZERO
               DISPLAY "QTS260B: KIKAN TBL AFURE "
                   WS-DROP-COUNT " KEN TAISHOGAI"
           END-IF
           DISPLAY "QTS260B: HANTEI=" WS-HANTEI-COUNT
                   " HITSUYO=" WS-HITSUYO-COUNT
                   " MITEISHUTSU=" WS-MITEISHUTSU-COUNT
                   " IRAI=" WS-IRAI-COUNT
                   " TOKUSOKU=" WS-TOKUSOKU-COUNT
                   " ANNAI=" WS-ANNAI-COUNT
           CLOSE QTS010-MASTER
           CLOSE QTS260-SHOMEI
           CLOSE QYAB020P-LETTERQ
           CLOSE SHOMEI-RPTFILE.
