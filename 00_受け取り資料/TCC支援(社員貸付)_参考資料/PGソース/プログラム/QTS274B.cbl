      *8...........2.........3.........4.........5........6........7.........8
      *    QTS274B
      ****************************************************************
      *                印紙税課税文書集計・一括納付申告バッチ        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    書式表示による一括納付の承認を受けている課税文書のうち、
      *    対象月に紙で交付した
      *      ・契約締結時書面（QTS245 書面区分１、第１号文書）
      *      ・受取証書（QTS244、第１７号文書）で受領金額が基準額
      *        （パラメータ、無指定は５万円）以上のもの
      *    を税額階級に当てはめ、印紙税課税文書台帳（QTS274）へ会員・
      *    貸付と対応付けて登録する。まとめ交付の受取証書は会員ごと
      *    に１通とし、受領金額の合計を記載金額とする。登録済の文書
      *    は再登録しない（再実行可）。
      *    対象月分の台帳から文書の種類・階級別の通数と税額を集計し
      *    て申告集計表（QTS274NF）を作成し、当回新たに登録した分の
      *    税額を租税公課（借方６８０）／未払印紙税（貸方２６０）と
      *    して総勘定仕訳抽出（QTS230）へ起票する（発生元区分Ｄ）。
      *    QTS244B（月次）・QTS245Bの後、月初に前月分を対象に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS274B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  INSHI-PARAMFILE ASSIGN TO "QTS274PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS245-SHOMEN   ASSIGN TO "QTS245"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS245-PRM
                   FILE STATUS IS WS-QTS245-STATUS.
           SELECT  QTS244-UKETORI  ASSIGN TO "QTS244"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS244-PRM
                   FILE STATUS IS WS-QTS244-STATUS.
           SELECT  QTS274-DAICHO   ASSIGN TO "QTS274"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS274-PRM
                   FILE STATUS IS WS-QTS274-STATUS.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
           SELECT  NOFU-RPTFILE    ASSIGN TO "QTS274NF"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  INSHI-PARAMFILE.
       01  INSHI-PARAM-REC.
           05  PRM-TAISHONENGETU       PIC 9(06).
      *        対象年月（未設定時は実行日の前月）
           05  PRM-UKETORIKIJUN        PIC 9(07).
      *        受取書の課税基準額（未設定時は５００００円）
       FD  QTS245-SHOMEN.
       01  QTS245-REC.
           COPY QTS245 REPLACING ==()== BY ==QTS245==.
       FD  QTS244-UKETORI.
       01  QTS244-REC.
           COPY QTS244 REPLACING ==()== BY ==QTS244==.
       FD  QTS274-DAICHO.
       01  QTS274-REC.
           COPY QTS274 REPLACING ==()== BY ==QTS274==.
       FD  QTS230-SIWAKE.
       01  QTS230-REC.
           COPY QTS230 REPLACING ==()== BY ==QTS230==.
       FD  NOFU-RPTFILE.
       01  NOFU-RPT-LINE               PIC X(132).
       WORKING-STORAGE             SECTION.
       01  WS-QTS245-STATUS        PIC X(02).
       01  WS-QTS244-STATUS        PIC X(02).
       01  WS-QTS274-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-NENGETU.
           05  WS-NG-NEN           PIC 9(04).
           05  WS-NG-TUKI          PIC 9(02).
       01  WS-UKETORIKIJUN         PIC 9(07)     VALUE 50000.
       01  WS-SX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-KX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-KEIYAKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-UKETORI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-MATOME-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-DENSHI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-HIKAZEI-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-KITOROKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-NEW-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-NEW-ZEIGAKU          PIC 9(11)     VALUE ZERO.
       01  WS-NOFU-KENSU           PIC 9(07)     VALUE ZERO.
       01  WS-NOFU-ZEIGAKU         PIC 9(11)     VALUE ZERO.
      * 台帳へ登録する文書（契約書・受取書共通の作業域）
       01  WS-TOROKU.
           05  WS-TR-BUNSHOKBN     PIC X(01).
           05  WS-TR-KIGYOUCD      PIC 9(04).
           05  WS-TR-SUBRANGEKEY   PIC 9(04).
           05  WS-TR-NAIBUKAIINNO  PIC 9(08).
           05  WS-TR-NYUKINMEISAI  PIC 9(07).
           05  WS-TR-BUNSHOSUB     PIC 9(09).
           05  WS-TR-LOANSHUBETSU  PIC 9(05).
           05  WS-TR-UKETORINO     PIC 9(14).
           05  WS-TR-MATOMEKENSU   PIC 9(05).
           05  WS-TR-KINGAKU       PIC S9(11).
           05  WS-TR-BUNSHOYMD     PIC 9(08).
      * まとめ交付の受取証書（会員単位に合算中のもの）
       01  WS-MATOME.
           05  WS-MT-KENSU         PIC 9(05)     VALUE ZERO.
           05  WS-MT-KIGYOUCD      PIC 9(04).
           05  WS-MT-SUBRANGEKEY   PIC 9(04).
           05  WS-MT-NAIBUKAIINNO  PIC 9(08).
           05  WS-MT-LOANSHUBETSU  PIC 9(05).
           05  WS-MT-UKETORINO     PIC 9(14).
           05  WS-MT-KINGAKU       PIC S9(11).
           05  WS-MT-HAKKOYMD      PIC 9(08).
      * 印紙税額の階級表（記載金額の上限・税額）。１行目は非課税。
      * 行は第１号文書（消費貸借に関する契約書）・第１７号文書
      * （金銭の受取書）、列は階級。空き階級は上限を最大値とする。
       01  WS-KAIKYU-TABLE.
           05  FILLER              PIC X(18) VALUE
                   "000000099990000000".
           05  FILLER              PIC X(18) VALUE
                   "000001000000000200".
           05  FILLER              PIC X(18) VALUE
                   "000005000000000400".
           05  FILLER              PIC X(18) VALUE
                   "000010000000001000".
           05  FILLER              PIC X(18) VALUE
                   "000050000000002000".
           05  FILLER              PIC X(18) VALUE
                   "000100000000010000".
           05  FILLER              PIC X(18) VALUE
                   "000500000000020000".
           05  FILLER              PIC X(18) VALUE
                   "001000000000060000".
           05  FILLER              PIC X(18) VALUE
                   "005000000000100000".
           05  FILLER              PIC X(18) VALUE
                   "010000000000200000".
           05  FILLER              PIC X(18) VALUE
                   "050000000000400000".
           05  FILLER              PIC X(18) VALUE
                   "999999999990600000".
           05  FILLER              PIC X(18) VALUE
                   "999999999990600000".
           05  FILLER              PIC X(18) VALUE
                   "999999999990600000".
           05  FILLER              PIC X(18) VALUE
                   "999999999990600000".
           05  FILLER              PIC X(18) VALUE
                   "000000499990000000".
           05  FILLER              PIC X(18) VALUE
                   "000010000000000200".
           05  FILLER              PIC X(18) VALUE
                   "000020000000000400".
           05  FILLER              PIC X(18) VALUE
                   "000030000000000600".
           05  FILLER              PIC X(18) VALUE
                   "000050000000001000".
           05  FILLER              PIC X(18) VALUE
                   "000100000000002000".
           05  FILLER              PIC X(18) VALUE
                   "000200000000004000".
           05  FILLER              PIC X(18) VALUE
                   "000300000000006000".
           05  FILLER              PIC X(18) VALUE
                   "000500000000010000".
           05  FILLER              PIC X(18) VALUE
                   "001000000000020000".
           05  FILLER              PIC X(18) VALUE
                   "002000000000040000".
           05  FILLER              PIC X(18) VALUE
                   "003000000000060000".
           05  FILLER              PIC X(18) VALUE
                   "005000000000100000".
           05  FILLER              PIC X(18) VALUE
                   "010000000000150000".
           05  FILLER              PIC X(18) VALUE
                   "999999999990200000".
       01  WS-KAIKYU-TABLE-R REDEFINES WS-KAIKYU-TABLE.
           05  WS-KK-SHURUI        OCCURS 2.
               10  WS-KK-KAIKYU    OCCURS 15.
                   15  WS-KK-JOGEN PIC 9(11).
                   15  WS-KK-ZEIGAKU
                                   PIC 9(07).
      * 申告集計（文書の種類・階級別の通数と税額）
       01  WS-SK-TBL.
           05  WS-SK-SHURUI        OCCURS 2.
               10  WS-SK-KAIKYU    OCCURS 15.
                   15  WS-SK-KENSU PIC 9(07).
                   15  WS-SK-ZEIGAKU
                                   PIC 9(11).
       01  WS-NF-LINE.
           05  WS-NF-SHURUI        PIC N(08).
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-NF-JOGEN         PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-NF-TANKA         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-NF-TSUSU         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(02)     VALUE SPACES.
           05  WS-NF-ZEIGAKU       PIC ZZ,ZZZ,ZZZ,ZZ9.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-KEIYAKU
           PERFORM 3000-SCAN-UKETORI
           PERFORM 6000-WRITE-NOFU
           PERFORM 7000-WRITE-SIWAKE THRU 7000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-SK-TBL
           MOVE WS-TODAY(1:6)        TO WS-NENGETU
           IF  WS-NG-TUKI = 1
               SUBTRACT 1 FROM WS-NG-NEN
               MOVE 12               TO WS-NG-TUKI
           ELSE
               SUBTRACT 1 FROM WS-NG-TUKI
           END-IF
           OPEN INPUT  INSHI-PARAMFILE
           READ INSHI-PARAMFILE
               AT END CONTINUE
               NOT AT END
                   IF  PRM-TAISHONENGETU IS NUMERIC
                   AND PRM-TAISHONENGETU > ZERO
                       MOVE PRM-TAISHONENGETU TO WS-NENGETU
                   END-IF
                   IF  PRM-UKETORIKIJUN IS NUMERIC
                   AND PRM-UKETORIKIJUN > ZERO
                       MOVE PRM-UKETORIKIJUN TO WS-UKETORIKIJUN
                   END-IF
           END-READ
           CLOSE INSHI-PARAMFILE
           OPEN INPUT  QTS245-SHOMEN
           OPEN INPUT  QTS244-UKETORI
           OPEN I-O    QTS274-DAICHO.

      * 契約締結時書面。変更書面は貸付金額を新たに定めるものでは
      * ないため対象外とする。
       2000-SCAN-KEIYAKU.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES           TO QTS245-PRM
           START QTS245-SHOMEN KEY >= QTS245-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2100-KEIYAKU-ONE THRU 2100-EXIT
                   UNTIL WS-SCAN-EOF.

       2100-KEIYAKU-ONE.
           READ QTS245-SHOMEN NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  WS-SCAN-EOF
               GO TO 2100-EXIT
           END-IF
           IF  QTS245-SHOMENKBN NOT = "1"
           OR  QTS245-HAKKOYMD(1:6) NOT = WS-NENGETU
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-KEIYAKU-COUNT
           IF  QTS245-SOUFUKBN = "2"
               ADD 1 TO WS-DENSHI-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE "1"                    TO WS-TR-BUNSHOKBN
           MOVE QTS245-PRMKIGYOUCD     TO WS-TR-KIGYOUCD
           MOVE QTS245-PRMSUBRANGEKEY  TO WS-TR-SUBRANGEKEY
           MOVE QTS245-PRMNAIBUKAIINNO TO WS-TR-NAIBUKAIINNO
           MOVE QTS245-PRMNYUKINMEISAI TO WS-TR-NYUKINMEISAI
           MOVE QTS245-PRMSCHEDULEVER  TO WS-TR-BUNSHOSUB
           MOVE QTS245-LOANSHUBETSU    TO WS-TR-LOANSHUBETSU
           MOVE ZERO                   TO WS-TR-UKETORINO
           MOVE ZERO                   TO WS-TR-MATOMEKENSU
           MOVE QTS245-TAISHOGENPON    TO WS-TR-KINGAKU
           MOVE QTS245-HAKKOYMD        TO WS-TR-BUNSHOYMD
           PERFORM 5000-TOROKU-DAICHO THRU 5000-EXIT.

       2100-EXIT.
           EXIT.

      * 受取証書。個別交付は１件ごと、まとめ交付は同一会員の当月
      * 交付分を合算して１通とする（台帳キーの並びで会員は連続）。
       3000-SCAN-UKETORI.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES           TO QTS244-PRM
           START QTS244-UKETORI KEY >= QTS244-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3100-UKETORI-ONE THRU 3100-EXIT
                   UNTIL WS-SCAN-EOF
           IF  WS-MT-KENSU > ZERO
               PERFORM 3300-TOROKU-MATOME
           END-IF.

       3100-UKETORI-ONE.
           READ QTS244-UKETORI NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  WS-SCAN-EOF
               GO TO 3100-EXIT
           END-IF
           IF  WS-MT-KENSU > ZERO
               IF  QTS244-PRMKIGYOUCD     NOT = WS-MT-KIGYOUCD
               OR  QTS244-PRMSUBRANGEKEY  NOT = WS-MT-SUBRANGEKEY
               OR  QTS244-PRMNAIBUKAIINNO NOT = WS-MT-NAIBUKAIINNO
                   PERFORM 3300-TOROKU-MATOME
               END-IF
           END-IF
           IF  QTS244-HAKKOSTS NOT = "1"
           OR  QTS244-HAKKOYMD(1:6) NOT = WS-NENGETU
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-UKETORI-COUNT
           IF  QTS244-SOUFUKBN = "2"
               ADD 1 TO WS-DENSHI-COUNT
               GO TO 3100-EXIT
           END-IF
           IF  QTS244-SHOSHIKIKBN = "2"
               PERFORM 3200-ADD-MATOME
               GO TO 3100-EXIT
           END-IF
           IF  QTS244-UKETORIGAKU < WS-UKETORIKIJUN
               ADD 1 TO WS-HIKAZEI-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE "2"                    TO WS-TR-BUNSHOKBN
           MOVE QTS244-PRMKIGYOUCD     TO WS-TR-KIGYOUCD
           MOVE QTS244-PRMSUBRANGEKEY  TO WS-TR-SUBRANGEKEY
           MOVE QTS244-PRMNAIBUKAIINNO TO WS-TR-NAIBUKAIINNO
           MOVE QTS244-PRMNYUKINMEISAI TO WS-TR-NYUKINMEISAI
           MOVE QTS244-PRMSHORITUUBAN  TO WS-TR-BUNSHOSUB
           MOVE QTS244-LOANSHUBETSU    TO WS-TR-LOANSHUBETSU
           MOVE QTS244-UKETORINO       TO WS-TR-UKETORINO
           MOVE ZERO                   TO WS-TR-MATOMEKENSU
           MOVE QTS244-UKETORIGAKU     TO WS-TR-KINGAKU
           MOVE QTS244-HAKKOYMD        TO WS-TR-BUNSHOYMD
           PERFORM 5000-TOROKU-DAICHO THRU 5000-EXIT.

       3100-EXIT.
           EXIT.

       3200-ADD-MATOME.
           IF  WS-MT-KENSU = ZERO
               MOVE QTS244-PRMKIGYOUCD     TO WS-MT-KIGYOUCD
               MOVE QTS244-PRMSUBRANGEKEY  TO WS-MT-SUBRANGEKEY
               MOVE QTS244-PRMNAIBUKAIINNO TO WS-MT-NAIBUKAIINNO
               MOVE QTS244-LOANSHUBETSU    TO WS-MT-LOANSHUBETSU
               MOVE QTS244-UKETORINO       TO WS-MT-UKETORINO
               MOVE QTS244-HAKKOYMD        TO WS-MT-HAKKOYMD
               MOVE ZERO                   TO WS-MT-KINGAKU
           END-IF
           ADD 1                     TO WS-MT-KENSU
           ADD QTS244-UKETORIGAKU    TO WS-MT-KINGAKU.

       3300-TOROKU-MATOME.
           ADD 1 TO WS-MATOME-COUNT
           IF  WS-MT-KINGAKU < WS-UKETORIKIJUN
               ADD 1 TO WS-HIKAZEI-COUNT
           ELSE
               MOVE "3"                TO WS-TR-BUNSHOKBN
               MOVE WS-MT-KIGYOUCD     TO WS-TR-KIGYOUCD
               MOVE WS-MT-SUBRANGEKEY  TO WS-TR-SUBRANGEKEY
               MOVE WS-MT-NAIBUKAIINNO TO WS-TR-NAIBUKAIINNO
               MOVE ZERO               TO WS-TR-NYUKINMEISAI
               MOVE WS-MT-HAKKOYMD     TO WS-TR-BUNSHOSUB
               MOVE WS-MT-LOANSHUBETSU TO WS-TR-LOANSHUBETSU
               MOVE WS-MT-UKETORINO    TO WS-TR-UKETORINO
               MOVE WS-MT-KENSU        TO WS-TR-MATOMEKENSU
               MOVE WS-MT-KINGAKU      TO WS-TR-KINGAKU
               MOVE WS-MT-HAKKOYMD     TO WS-TR-BUNSHOYMD
               PERFORM 5000-TOROKU-DAICHO THRU 5000-EXIT
           END-IF
           MOVE ZERO                 TO WS-MT-KENSU.

      * 記載金額から税額階級を求めて台帳へ登録する。非課税階級の
      * ものと登録済のものは登録しない。
       5000-TOROKU-DAICHO.
           IF  WS-TR-BUNSHOKBN = "1"
               MOVE 1 TO WS-SX
           ELSE
               MOVE 2 TO WS-SX
           END-IF
           IF  WS-TR-KINGAKU <= ZERO
               ADD 1 TO WS-HIKAZEI-COUNT
               GO TO 5000-EXIT
           END-IF
           MOVE "N" TO WS-HIT-SW
           PERFORM 5100-COMPARE-KAIKYU
                   VARYING WS-KX FROM 1 BY 1
                   UNTIL WS-KX > 15 OR WS-HIT
           SUBTRACT 1 FROM WS-KX
           IF  WS-KK-ZEIGAKU(WS-SX WS-KX) = ZERO
               ADD 1 TO WS-HIKAZEI-COUNT
               GO TO 5000-EXIT
           END-IF
           MOVE WS-TR-BUNSHOKBN      TO QTS274-PRMBUNSHOKBN
           MOVE WS-TR-KIGYOUCD       TO QTS274-PRMKIGYOUCD
           MOVE WS-TR-SUBRANGEKEY    TO QTS274-PRMSUBRANGEKEY
           MOVE WS-TR-NAIBUKAIINNO   TO QTS274-PRMNAIBUKAIINNO
           MOVE WS-TR-NYUKINMEISAI   TO QTS274-PRMNYUKINMEISAI
           MOVE WS-TR-BUNSHOSUB      TO QTS274-PRMBUNSHOSUB
           READ QTS274-DAICHO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-KITOROKU-COUNT
                   GO TO 5000-EXIT
           END-READ
           INITIALIZE QTS274-REC
           MOVE WS-TR-BUNSHOKBN      TO QTS274-PRMBUNSHOKBN
           MOVE WS-TR-KIGYOUCD       TO QTS274-PRMKIGYOUCD
           MOVE WS-TR-SUBRANGEKEY    TO QTS274-PRMSUBRANGEKEY
           MOVE WS-TR-NAIBUKAIINNO   TO QTS274-PRMNAIBUKAIINNO
           MOVE WS-TR-NYUKINMEISAI   TO QTS274-PRMNYUKINMEISAI
           MOVE WS-TR-BUNSHOSUB      TO QTS274-PRMBUNSHOSUB
           MOVE WS-TR-LOANSHUBETSU   TO QTS274-LOANSHUBETSU
           MOVE WS-TR-UKETORINO      TO QTS274-UKETORINO
           MOVE WS-TR-MATOMEKENSU    TO QTS274-MATOMEKENSU
           MOVE WS-TR-KINGAKU        TO QTS274-KISAIKINGAKU
           MOVE WS-KX                TO QTS274-KAIKYU
           MOVE WS-KK-ZEIGAKU(WS-SX WS-KX) TO QTS274-ZEIGAKU
           MOVE WS-TR-BUNSHOYMD      TO QTS274-BUNSHOYMD
           MOVE WS-NENGETU           TO QTS274-NOFUNENGETU
           MOVE WS-TODAY             TO QTS274-SAKUSEIYMD
           MOVE WS-TODAY             TO QTS274-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS274-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS274-SVRKOUSHINYMD
           WRITE QTS274-REC
           ADD 1                     TO WS-NEW-COUNT
           ADD QTS274-ZEIGAKU        TO WS-NEW-ZEIGAKU.

       5000-EXIT.
           EXIT.

       5100-COMPARE-KAIKYU.
           IF  WS-TR-KINGAKU <= WS-KK-JOGEN(WS-SX WS-KX)
               SET WS-HIT TO TRUE
           END-IF.

      * 申告集計表。対象月分の台帳全件（前回までの登録分を含む）
      * から、文書の種類・階級別に通数と税額を集計する。
       6000-WRITE-NOFU.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES           TO QTS274-PRM
           START QTS274-DAICHO KEY >= QTS274-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 6100-SUM-DAICHO UNTIL WS-SCAN-EOF
           OPEN OUTPUT NOFU-RPTFILE
           MOVE SPACES               TO NOFU-RPT-LINE
           STRING "INSHIZEI IKKATSU NOFU SHUKEI  NENGETU=" WS-NENGETU
                  "  SHURUI/KISAI KINGAKU JOGEN/ZEIGAKU/TSUSU/GOKEI"
               DELIMITED BY SIZE INTO NOFU-RPT-LINE
           END-STRING
           WRITE NOFU-RPT-LINE
           PERFORM 6200-WRITE-SHURUI
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > 2
           MOVE SPACES               TO NOFU-RPT-LINE
           MOVE WS-NOFU-KENSU        TO WS-NF-TSUSU
           MOVE WS-NOFU-ZEIGAKU      TO WS-NF-ZEIGAKU
           STRING "GOKEI  TSUSU=" WS-NF-TSUSU
                  "  ZEIGAKU=" WS-NF-ZEIGAKU
               DELIMITED BY SIZE INTO NOFU-RPT-LINE
           END-STRING
           WRITE NOFU-RPT-LINE
           CLOSE NOFU-RPTFILE.

       6100-SUM-DAICHO.
           READ QTS274-DAICHO NEXT
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
           AND QTS274-NOFUNENGETU = WS-NENGETU
               IF  QTS274-PRMBUNSHOKBN = "1"
                   MOVE 1 TO WS-SX
               ELSE
                   MOVE 2 TO WS-SX
               END-IF
               MOVE QTS274-KAIKYU    TO WS-KX
               ADD 1 TO WS-SK-KENSU(WS-SX WS-KX)
               ADD QTS274-ZEIGAKU    TO WS-SK-ZEIGAKU(WS-SX WS-KX)
               ADD 1                 TO WS-NOFU-KENSU
               ADD QTS274-ZEIGAKU    TO WS-NOFU-ZEIGAKU
           END-IF.

       6200-WRITE-SHURUI.
           PERFORM 6210-WRITE-KAIKYU
                   VARYING WS-KX FROM 2 BY 1
                   UNTIL WS-KX > 15.

       6210-WRITE-KAIKYU.
           IF  WS-SK-KENSU(WS-SX WS-KX) > ZERO
               IF  WS-SX = 1
                   MOVE "第１号　契約書　" TO WS-NF-SHURUI
               ELSE
                   MOVE "第１７号　受取書" TO WS-NF-SHURUI
               END-IF
               MOVE WS-KK-JOGEN(WS-SX WS-KX)   TO WS-NF-JOGEN
               MOVE WS-KK-ZEIGAKU(WS-SX WS-KX) TO WS-NF-TANKA
               MOVE WS-SK-KENSU(WS-SX WS-KX)   TO WS-NF-TSUSU
               MOVE WS-SK-ZEIGAKU(WS-SX WS-KX) TO WS-NF-ZEIGAKU
               MOVE WS-NF-LINE                 TO NOFU-RPT-LINE
               WRITE NOFU-RPT-LINE
           END-IF.

      * 租税公課（借方６８０）／未払印紙税（貸方２６０）を起票する。
      * 未払印紙税は翌月末の一括納付で消し込まれる。当回新たに台帳
      * へ登録した分だけを起票するため、再実行しても二重計上しない。
       7000-WRITE-SIWAKE.
           IF  WS-NEW-ZEIGAKU = ZERO
               GO TO 7000-EXIT
           END-IF
           OPEN EXTEND QTS230-SIWAKE
           INITIALIZE QTS230-REC
           MOVE WS-TODAY             TO QTS230-SHORIYMD
           MOVE SPACES               TO QTS230-JIGYOUHONBUCD
           MOVE 680                  TO QTS230-KAMOKUCD
           MOVE "D"                  TO QTS230-TAISHAKUKBN
           MOVE WS-NEW-ZEIGAKU       TO QTS230-KNG
           MOVE WS-NEW-COUNT         TO QTS230-KENSU
           MOVE "D"                  TO QTS230-MOTOCHOKBN
           MOVE WS-TODAY             TO QTS230-SAKUSEIYMD
           MOVE WS-TODAY             TO QTS230-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS230-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS230-SVRKOUSHINYMD
           WRITE QTS230-REC
           MOVE 260                  TO QTS230-KAMOKUCD
           MOVE "C"                  TO QTS230-TAISHAKUKBN
           WRITE QTS230-REC
           CLOSE QTS230-SIWAKE.

       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "QTS274B: NENGETU=" WS-NENGETU
                   " KEIYAKU=" WS-KEIYAKU-COUNT
                   " UKETORI=" WS-UKETORI-COUNT
                   " MATOME=" WS-MATOME-COUNT
                   " DENSHI=" WS-DENSHI-COUNT
                   " HIKAZEI=" WS-HIKAZEI-COUNT
                   " KITOROKU=" WS-KITOROKU-COUNT
                   " TOROKU=" WS-NEW-COUNT
                   " ZEIGAKU=" WS-NEW-ZEIGAKU
                   " NOFU-TSUSU=" WS-NOFU-KENSU
                   " NOFU-ZEIGAKU=" WS-NOFU-ZEIGAKU
           CLOSE QTS245-SHOMEN
           CLOSE QTS244-UKETORI
           CLOSE QTS274-DAICHO.
