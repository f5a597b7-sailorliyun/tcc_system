      *8...........2.........3.........4.........5........6........7.........8
      *    QTS288B
      ****************************************************************
      *                社員貸付勤務先承認依頼・督促バッチ            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    団体貸付（社員貸付）の申込に勤務先の承認を取る。日次で
      *    QBS005Bの後に実行し、次を行う。
      *      ・貸付窓口が入力した申込条件（QTS288TR）を、提携先企業
      *        の適格確認を通過した申込（QBS005OK）に外部会員番号で
      *        引き当て、勤務先承認管理ファイル（QTS288）へ登録する
      *        （依頼待ち）。取下げ指示は依頼待ち・依頼中を取下げる
      *      ・依頼待ちの申込を提携先別の承認依頼ファイル（QTS288IR）
      *        へ出して依頼中とする。申込額・資金使途・返済回数・
      *        利率・初回返済月・初回返済額（元金均等）を載せる
      *      ・依頼（前回督促）から所定日数を過ぎても回答のない申込
      *        は督促として再度依頼ファイルへ出す。督促が所定回数に
      *        達したものはエラーリストへ出して窓口の電話督促に回す
      *      ・審査結果が承認（１）となっている申込で勤務先の承認が
      *        取れていないものをエラーリストへ出す
      *    勤務先の回答は勤務先承認回答取込（QTS289B）が記録する。
      *    エラーがあれば復帰コード４で終了する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS288B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHONIN-PARAMFILE ASSIGN TO "QTS288PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  JOUKEN-TRANFILE ASSIGN TO "QTS288TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QBS005-OKFILE   ASSIGN TO "QBS005OK"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QBS005OK-STATUS.
           SELECT  QBS005-DANTAI   ASSIGN TO "QBS005"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QBS005-AITESAKINO
                   FILE STATUS IS WS-QBS005-STATUS.
           SELECT  QTS200-LOANTBL  ASSIGN TO "QTS200"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS200-PRMLOANSHUBETSU
                   FILE STATUS IS WS-QTS200-STATUS.
           SELECT  QTS288-SHONIN   ASSIGN TO "QTS288"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS288-PRM
                   FILE STATUS IS WS-QTS288-STATUS.
           SELECT  IRAI-OUTFILE    ASSIGN TO "QTS288IR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  SHONIN-ERRLIST  ASSIGN TO "QTS288ER"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHONIN-PARAMFILE.
       01  SHONIN-PARAM-REC.
           05  PRM-TOKUSOKU-NISSU      PIC 9(03).
      *        依頼（前回督促）から督促までの日数
           05  PRM-TOKUSOKU-MAX        PIC 9(02).
      *        依頼ファイルで督促する回数の上限
       FD  JOUKEN-TRANFILE.
       01  JOUKEN-TRAN-REC.
           05  JKT-TRANKBN             PIC X(01).
      *        1:登録・変更  9:取下げ
           05  JKT-GAIBUKAIINNO        PIC 9(12).
           05  JKT-LOANSHUBETSU        PIC 9(05).
           05  JKT-SHINSEIGAKU         PIC 9(11).
           05  JKT-KAISUU              PIC 9(03).
           05  JKT-KAISHIYM            PIC 9(06).
      *        初回返済月。ゼロは処理月の翌月
           05  JKT-SHIKINYOTOKBN       PIC X(02).
           05  JKT-SHIKINYOTO          PIC X(40).
       FD  QBS005-OKFILE.
       01  QBS005-OK-REC.
           COPY QBS002 REPLACING LEADING ==QBS002== BY ==QBSOK==.
       FD  QBS005-DANTAI.
       01  QBS005-REC.
           COPY QBS005.
       FD  QTS200-LOANTBL.
       01  QTS200-REC.
           COPY QTS200 REPLACING ==()== BY ==QTS200==.
       FD  QTS288-SHONIN.
       01  QTS288-REC.
           COPY QTS288 REPLACING ==()== BY ==QTS288==.
       FD  IRAI-OUTFILE.
       01  IRAI-OUT-REC.
           05  IRO-RECKBN              PIC 9(01).
      *        1:ヘッダ（提携先）  2:データ  8:トレーラ（提携先）
           05  IRO-DATA                PIC X(179).
       FD  SHONIN-ERRLIST.
       01  SHONIN-ERRLIST-LINE         PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QBS005OK-STATUS      PIC X(02).
       01  WS-QBS005-STATUS        PIC X(02).
       01  WS-QTS200-STATUS        PIC X(02).
       01  WS-QTS288-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-LOAN-SW              PIC X(01).
           88  WS-LOAN-ARI                       VALUE "Y".
       01  WS-IRAI-SW              PIC X(01).
           88  WS-IRAI-ARI                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-TODAY-INT            PIC 9(08).
       01  WS-KIJUN-YMD            PIC 9(08).
       01  WS-KEIKA-NISSU          PIC S9(05).
       01  WS-JOGEN-KNG            PIC 9(11).
       01  WS-KAISHI-NEN           PIC 9(04).
       01  WS-KAISHI-TSUKI         PIC 9(02).
       01  WS-GENPON-KAI           PIC 9(11).
       01  WS-IRAIKBN              PIC X(01).
       01  WS-PREV-AITESAKINO      PIC X(08).
       01  WS-SEARCH-GAIBUNO       PIC 9(12).
       01  WS-AP-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-AP-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-TOUROKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-TORISAGE-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-IRAI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-TOKUSOKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-KOYONUSHI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KY-KENSU             PIC 9(07).
       01  WS-KY-SHINSEIGAKU       PIC 9(13).
      * 適格確認済の団体貸付申込（外部会員番号別に最新の受付）
       01  WS-APP-TBL.
           05  WS-AP-ENT           OCCURS 9999.
             07  WS-AP-GAIBUNO     PIC 9(12).
             07  WS-AP-UKETSUKEDT  PIC 9(07).
             07  WS-AP-AITESAKINO  PIC X(08).
             07  WS-AP-KNNAME      PIC X(30).
             07  WS-AP-HENSAIHOHO  PIC X(01).
             07  WS-AP-KESSAIKEKKA PIC 9(01).
       01  WS-IR-HEAD.
           05  WS-IRH-AITESAKINO   PIC X(08).
           05  WS-IRH-KIGYOMEI     PIC N(20).
           05  WS-IRH-SAKUSEIYMD   PIC 9(08).
           05  FILLER              PIC X(123)    VALUE SPACES.
       01  WS-IR-DATA.
           05  WS-IRD-AITESAKINO   PIC X(08).
           05  WS-IRD-IRAIKBN      PIC X(01).
      *        1:承認依頼  2:督促
           05  WS-IRD-GAIBUKAIINNO PIC 9(12).
           05  WS-IRD-UKETSUKEDATE PIC 9(07).
           05  WS-IRD-KNNAME       PIC X(30).
           05  WS-IRD-LOANSHUBETSU PIC 9(05).
           05  WS-IRD-SHINSEIGAKU  PIC 9(11).
           05  WS-IRD-KAISUU       PIC 9(03).
           05  WS-IRD-RIRITSU      PIC 99V99.
           05  WS-IRD-KAISHIYM     PIC 9(06).
           05  WS-IRD-SHOKAIGAKU   PIC 9(09).
           05  WS-IRD-HENSAIHOHO   PIC X(01).
           05  WS-IRD-SHIKINYOTOKBN PIC X(02).
           05  WS-IRD-SHIKINYOTO   PIC X(40).
           05  WS-IRD-IRAIYMD      PIC 9(08).
           05  WS-IRD-TOKUSOKUKAISU PIC 9(02).
           05  FILLER              PIC X(30)     VALUE SPACES.
       01  WS-IR-TRAIL.
           05  WS-IRT-AITESAKINO   PIC X(08).
           05  WS-IRT-KENSU        PIC 9(07).
           05  WS-IRT-SHINSEIGAKU  PIC 9(13).
           05  FILLER              PIC X(151)    VALUE SPACES.
       01  WS-ERR-LINE.
           05  WS-ERR-GAIBUNO      PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-AITESAKINO   PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-KINGAKU      PIC Z(10)9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-RIYU         PIC N(10).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 3000-WRITE-IRAI
           PERFORM 4000-CHECK-KESSAI
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-APP-TBL
           OPEN INPUT  SHONIN-PARAMFILE
           READ SHONIN-PARAMFILE
               AT END
                   MOVE 005 TO PRM-TOKUSOKU-NISSU
                   MOVE 03  TO PRM-TOKUSOKU-MAX
           END-READ
           CLOSE SHONIN-PARAMFILE
           IF  PRM-TOKUSOKU-NISSU = ZERO
               MOVE 005 TO PRM-TOKUSOKU-NISSU
           END-IF
           OPEN INPUT  QBS005-OKFILE
           READ QBS005-OKFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-APP THRU 1190-NEXT-APP UNTIL WS-EOF
           CLOSE QBS005-OKFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QBS005-DANTAI
           OPEN INPUT  QTS200-LOANTBL
           OPEN I-O    QTS288-SHONIN
           OPEN OUTPUT IRAI-OUTFILE
           OPEN OUTPUT SHONIN-ERRLIST
           OPEN INPUT  JOUKEN-TRANFILE
           READ JOUKEN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 提携先の付いた団体貸付申込を採る。同一外部会員番号の申込が
      * 複数あるときは受付日の新しい方を採る（QTS270Bと同じ）。
       1100-LOAD-APP.
           IF  QBSOK-AITESAKINO = SPACES
           OR  QBSOK-AITESAKINO = LOW-VALUES
               GO TO 1190-NEXT-APP
           END-IF
           MOVE QBSOK-GAIBUKAIINNO   TO WS-SEARCH-GAIBUNO
           PERFORM 1110-SEARCH-APP
           IF  NOT WS-HIT
               IF  WS-AP-MAX >= 9999
                   DISPLAY "QTS288B: APP TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AP-MAX
               MOVE WS-AP-MAX        TO WS-AP-IX
               MOVE QBSOK-GAIBUKAIINNO
                                     TO WS-AP-GAIBUNO(WS-AP-IX)
               MOVE ZERO             TO WS-AP-UKETSUKEDT(WS-AP-IX)
           END-IF
           IF  QBSOK-UKETSUKEDATE >= WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE QBSOK-UKETSUKEDATE
                                   TO WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE QBSOK-AITESAKINO
                                   TO WS-AP-AITESAKINO(WS-AP-IX)
               MOVE QBSOK-KNNAME   TO WS-AP-KNNAME(WS-AP-IX)
               MOVE QBSOK-HENSAIHOHO
                                   TO WS-AP-HENSAIHOHO(WS-AP-IX)
               MOVE QBSOK-KESSAIKEKKA
                                   TO WS-AP-KESSAIKEKKA(WS-AP-IX)
           END-IF.

       1190-NEXT-APP.
           READ QBS005-OKFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       1110-SEARCH-APP.
           MOVE "N" TO WS-HIT-SW
           PERFORM 1111-COMPARE-APP
                   VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-MAX OR WS-HIT
           IF  WS-HIT
               SUBTRACT 1 FROM WS-AP-IX
           END-IF.

       1111-COMPARE-APP.
           IF  WS-AP-GAIBUNO(WS-AP-IX) = WS-SEARCH-GAIBUNO
               SET WS-HIT TO TRUE
           END-IF.

      * 申込条件を申込に引き当て、ローン種別テーブルの範囲を検証
      * して承認管理へ登録する。回答済の申込は変更できない。依頼中
      * の申込の条件変更は依頼待ちへ戻して改めて依頼する。
       2000-PROCESS-TRAN.
           MOVE JKT-GAIBUKAIINNO     TO WS-SEARCH-GAIBUNO
           PERFORM 1110-SEARCH-APP
           IF  NOT WS-HIT
               MOVE SPACES           TO WS-ERR-AITESAKINO
               MOVE "申込なし"         TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE WS-AP-AITESAKINO(WS-AP-IX) TO QTS288-PRMAITESAKINO
           MOVE WS-AP-GAIBUNO(WS-AP-IX)    TO QTS288-PRMGAIBUKAIINNO
           MOVE WS-AP-UKETSUKEDT(WS-AP-IX) TO QTS288-PRMUKETSUKEDATE
           MOVE WS-AP-AITESAKINO(WS-AP-IX) TO WS-ERR-AITESAKINO
           READ QTS288-SHONIN
               INVALID KEY
                   MOVE "N" TO WS-HIT-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIT-SW
           END-READ
           IF  JKT-TRANKBN = "9"
               PERFORM 2500-TORISAGE
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  WS-HIT
           AND (QTS288-SHONINSTS = "3" OR "4" OR "5")
               MOVE "勤務先回答済"     TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE JKT-LOANSHUBETSU     TO QTS200-PRMLOANSHUBETSU
           READ QTS200-LOANTBL
               INVALID KEY
                   MOVE "N" TO WS-LOAN-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOAN-SW
           END-READ
           IF  NOT WS-LOAN-ARI
               MOVE "ローン種別なし"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  JKT-KAISUU < QTS200-SHOKAISUKAGEN
           OR  JKT-KAISUU > QTS200-SHOKAISUJOGEN
           OR  JKT-KAISUU = ZERO
               MOVE "返済回数範囲外"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
      *    融資額上限は万円単位（ゼロは上限なし）
           COMPUTE WS-JOGEN-KNG = QTS200-SHOYUSIGAKUJOGEN * 10000
           IF  JKT-SHINSEIGAKU = ZERO
           OR (WS-JOGEN-KNG > ZERO
           AND JKT-SHINSEIGAKU > WS-JOGEN-KNG)
               MOVE "申込額範囲外"     TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           PERFORM 2100-TOUROKU.

       2900-NEXT-TRAN.
           READ JOUKEN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-TOUROKU.
           IF  NOT WS-HIT
               INITIALIZE QTS288-REC
               MOVE WS-AP-AITESAKINO(WS-AP-IX)
                                     TO QTS288-PRMAITESAKINO
               MOVE WS-AP-GAIBUNO(WS-AP-IX)
                                     TO QTS288-PRMGAIBUKAIINNO
               MOVE WS-AP-UKETSUKEDT(WS-AP-IX)
                                     TO QTS288-PRMUKETSUKEDATE
           END-IF
           MOVE WS-AP-KNNAME(WS-AP-IX)     TO QTS288-KNNAME
           MOVE WS-AP-HENSAIHOHO(WS-AP-IX) TO QTS288-HENSAIHOHO
           MOVE JKT-LOANSHUBETSU     TO QTS288-LOANSHUBETSU
           MOVE JKT-SHINSEIGAKU      TO QTS288-SHINSEIGAKU
           MOVE JKT-KAISUU           TO QTS288-KAISUU
           MOVE QTS200-SHOYAKUJORIRITSU TO QTS288-RIRITSU
           MOVE JKT-SHIKINYOTOKBN    TO QTS288-SHIKINYOTOKBN
           MOVE JKT-SHIKINYOTO       TO QTS288-SHIKINYOTO
           IF  JKT-KAISHIYM = ZERO
               MOVE WS-TODAY(1:4)    TO WS-KAISHI-NEN
               MOVE WS-TODAY(5:2)    TO WS-KAISHI-TSUKI
               ADD 1 TO WS-KAISHI-TSUKI
               IF  WS-KAISHI-TSUKI > 12
                   MOVE 1 TO WS-KAISHI-TSUKI
                   ADD 1 TO WS-KAISHI-NEN
               END-IF
               COMPUTE QTS288-KAISHIYM =
                   WS-KAISHI-NEN * 100 + WS-KAISHI-TSUKI
           ELSE
               MOVE JKT-KAISHIYM     TO QTS288-KAISHIYM
           END-IF
           PERFORM 2200-CALC-HENSAI
           MOVE "1"                  TO QTS288-SHONINSTS
           MOVE ZERO                 TO QTS288-IRAIYMD
           MOVE ZERO                 TO QTS288-TOKUSOKUKAISU
           MOVE ZERO                 TO QTS288-TOKUSOKUYMD
           MOVE WS-TODAY             TO QTS288-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS288-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS288-SVRKOUSHINYMD
           IF  WS-HIT
               REWRITE QTS288-REC
           ELSE
               WRITE QTS288-REC
           END-IF
           ADD 1 TO WS-TOUROKU-COUNT.

      * 返済予定表作成（QTS211B）と同じ元金均等・残高利息方式で、
      * 初回返済額（元金割＋初月利息）と利息合計の見込を求める。
       2200-CALC-HENSAI.
           DIVIDE QTS288-SHINSEIGAKU BY QTS288-KAISUU
               GIVING WS-GENPON-KAI
           COMPUTE QTS288-SHOKAIGAKU ROUNDED =
               WS-GENPON-KAI
               + QTS288-SHINSEIGAKU * QTS288-RIRITSU / 1200
           COMPUTE QTS288-RISOKUGOKEI ROUNDED =
               QTS288-SHINSEIGAKU * QTS288-RIRITSU
               * (QTS288-KAISUU + 1) / 2400.

       2500-TORISAGE.
           IF  NOT WS-HIT
           OR  (QTS288-SHONINSTS NOT = "1" AND NOT = "2")
               MOVE "取下げ対象なし"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
           ELSE
               MOVE "9"              TO QTS288-SHONINSTS
               MOVE WS-TODAY         TO QTS288-HOSTSHORIYMD
               MOVE WS-NOW-TIME      TO QTS288-HOSTSHORITIME
               MOVE WS-TODAY         TO QTS288-SVRKOUSHINYMD
               REWRITE QTS288-REC
               ADD 1 TO WS-TORISAGE-COUNT
           END-IF.

      ****************************************************************
      * 承認管理を提携先順に読み、依頼待ちと督促期限を過ぎた依頼中*
      * を提携先別の承認依頼ファイルへ出す。                      *
      ****************************************************************
       3000-WRITE-IRAI.
           MOVE "N" TO WS-EOF-SW
           MOVE "N" TO WS-IRAI-SW
           MOVE LOW-VALUES TO QTS288-PRM
           START QTS288-SHONIN KEY IS NOT LESS THAN QTS288-PRM
               INVALID KEY SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-READ-SHONIN THRU 3100-EXIT UNTIL WS-EOF
           IF  WS-IRAI-ARI
               PERFORM 3600-CLOSE-KOYONUSHI
           END-IF.

       3100-READ-SHONIN.
           READ QTS288-SHONIN NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           EVALUATE QTS288-SHONINSTS
               WHEN "1"
                   MOVE "1"          TO WS-IRAIKBN
                   MOVE WS-TODAY     TO QTS288-IRAIYMD
                   MOVE ZERO         TO QTS288-TOKUSOKUKAISU
                   MOVE ZERO         TO QTS288-TOKUSOKUYMD
                   MOVE "2"          TO QTS288-SHONINSTS
                   ADD 1 TO WS-IRAI-COUNT
               WHEN "2"
                   PERFORM 3200-CHECK-TOKUSOKU THRU 3200-EXIT
                   IF  WS-IRAIKBN = SPACE
                       GO TO 3100-EXIT
                   END-IF
               WHEN OTHER
                   GO TO 3100-EXIT
           END-EVALUATE
           PERFORM 3300-WRITE-DATA
           MOVE WS-TODAY             TO QTS288-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS288-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS288-SVRKOUSHINYMD
           REWRITE QTS288-REC.

       3100-EXIT.
           EXIT.

      * 依頼日（督促済なら最終督促日）から所定日数を過ぎた依頼中を
      * 督促する。上限回数に達したものは依頼ファイルに載せず、同じ
      * 間隔でエラーリストへ出して窓口の電話督促に回す。
       3200-CHECK-TOKUSOKU.
           MOVE SPACE TO WS-IRAIKBN
           IF  QTS288-TOKUSOKUYMD > ZERO
               MOVE QTS288-TOKUSOKUYMD TO WS-KIJUN-YMD
           ELSE
               MOVE QTS288-IRAIYMD     TO WS-KIJUN-YMD
           END-IF
           COMPUTE WS-KEIKA-NISSU = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(WS-KIJUN-YMD)
           IF  WS-KEIKA-NISSU < PRM-TOKUSOKU-NISSU
               GO TO 3200-EXIT
           END-IF
           IF  QTS288-TOKUSOKUKAISU >= PRM-TOKUSOKU-MAX
               MOVE QTS288-PRMGAIBUKAIINNO TO WS-ERR-GAIBUNO
               MOVE QTS288-PRMAITESAKINO   TO WS-ERR-AITESAKINO
               MOVE QTS288-SHINSEIGAKU     TO WS-ERR-KINGAKU
               MOVE "督促上限・電話督促"   TO WS-ERR-RIYU
               PERFORM 7200-WRITE-ERRLINE
               MOVE WS-TODAY         TO QTS288-TOKUSOKUYMD
               MOVE WS-TODAY         TO QTS288-SVRKOUSHINYMD
               REWRITE QTS288-REC
               GO TO 3200-EXIT
           END-IF
           MOVE "2"                  TO WS-IRAIKBN
           ADD 1                     TO QTS288-TOKUSOKUKAISU
           MOVE WS-TODAY             TO QTS288-TOKUSOKUYMD
           ADD 1 TO WS-TOKUSOKU-COUNT.

       3200-EXIT.
           EXIT.

       3300-WRITE-DATA.
           IF  NOT WS-IRAI-ARI
               PERFORM 3400-OPEN-KOYONUSHI
           ELSE
               IF  QTS288-PRMAITESAKINO NOT = WS-PREV-AITESAKINO
                   PERFORM 3600-CLOSE-KOYONUSHI
                   PERFORM 3400-OPEN-KOYONUSHI
               END-IF
           END-IF
           MOVE QTS288-PRMAITESAKINO   TO WS-IRD-AITESAKINO
           MOVE WS-IRAIKBN             TO WS-IRD-IRAIKBN
           MOVE QTS288-PRMGAIBUKAIINNO TO WS-IRD-GAIBUKAIINNO
           MOVE QTS288-PRMUKETSUKEDATE TO WS-IRD-UKETSUKEDATE
           MOVE QTS288-KNNAME          TO WS-IRD-KNNAME
           MOVE QTS288-LOANSHUBETSU    TO WS-IRD-LOANSHUBETSU
           MOVE QTS288-SHINSEIGAKU     TO WS-IRD-SHINSEIGAKU
           MOVE QTS288-KAISUU          TO WS-IRD-KAISUU
           MOVE QTS288-RIRITSU         TO WS-IRD-RIRITSU
           MOVE QTS288-KAISHIYM        TO WS-IRD-KAISHIYM
           MOVE QTS288-SHOKAIGAKU      TO WS-IRD-SHOKAIGAKU
           MOVE QTS288-HENSAIHOHO      TO WS-IRD-HENSAIHOHO
           MOVE QTS288-SHIKINYOTOKBN   TO WS-IRD-SHIKINYOTOKBN
           MOVE QTS288-SHIKINYOTO      TO WS-IRD-SHIKINYOTO
           MOVE QTS288-IRAIYMD         TO WS-IRD-IRAIYMD
           MOVE QTS288-TOKUSOKUKAISU   TO WS-IRD-TOKUSOKUKAISU
           MOVE 2                      TO IRO-RECKBN
           MOVE WS-IR-DATA             TO IRO-DATA
           WRITE IRAI-OUT-REC
           ADD 1                       TO WS-KY-KENSU
           ADD QTS288-SHINSEIGAKU      TO WS-KY-SHINSEIGAKU.

       3400-OPEN-KOYONUSHI.
           SET WS-IRAI-ARI TO TRUE
           MOVE QTS288-PRMAITESAKINO TO WS-PREV-AITESAKINO
           MOVE ZERO                 TO WS-KY-KENSU
           MOVE ZERO                 TO WS-KY-SHINSEIGAKU
           MOVE QTS288-PRMAITESAKINO TO QBS005-AITESAKINO
           READ QBS005-DANTAI
               INVALID KEY
                   MOVE SPACES TO WS-IRH-KIGYOMEI
               NOT INVALID KEY
                   MOVE QBS005-KIGYOMEI TO WS-IRH-KIGYOMEI
           END-READ
           MOVE QTS288-PRMAITESAKINO TO WS-IRH-AITESAKINO
           MOVE WS-TODAY             TO WS-IRH-SAKUSEIYMD
           MOVE 1                    TO IRO-RECKBN
           MOVE WS-IR-HEAD           TO IRO-DATA
           WRITE IRAI-OUT-REC
           ADD 1 TO WS-KOYONUSHI-COUNT.

       3600-CLOSE-KOYONUSHI.
           MOVE WS-PREV-AITESAKINO   TO WS-IRT-AITESAKINO
           MOVE WS-KY-KENSU          TO WS-IRT-KENSU
           MOVE WS-KY-SHINSEIGAKU    TO WS-IRT-SHINSEIGAKU
           MOVE 8                    TO IRO-RECKBN
           MOVE WS-IR-TRAIL          TO IRO-DATA
           WRITE IRAI-OUT-REC.

      ****************************************************************
      * 審査結果が承認（１）の申込で、勤務先の承認（承認・減額承認）*
      * が記録されていないものをエラーリストへ出す。              *
      ****************************************************************
       4000-CHECK-KESSAI.
           PERFORM 4100-CHECK-ONE
                   VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-MAX.

       4100-CHECK-ONE.
           IF  WS-AP-KESSAIKEKKA(WS-AP-IX) = 1
               MOVE WS-AP-AITESAKINO(WS-AP-IX) TO QTS288-PRMAITESAKINO
               MOVE WS-AP-GAIBUNO(WS-AP-IX)
                                     TO QTS288-PRMGAIBUKAIINNO
               MOVE WS-AP-UKETSUKEDT(WS-AP-IX)
                                     TO QTS288-PRMUKETSUKEDATE
               READ QTS288-SHONIN
                   INVALID KEY
                       MOVE SPACE TO QTS288-SHONINSTS
                       MOVE ZERO  TO QTS288-SHINSEIGAKU
               END-READ
               IF  QTS288-SHONINSTS NOT = "3"
               AND QTS288-SHONINSTS NOT = "4"
                   MOVE WS-AP-GAIBUNO(WS-AP-IX)    TO WS-ERR-GAIBUNO
                   MOVE WS-AP-AITESAKINO(WS-AP-IX) TO WS-ERR-AITESAKINO
                   MOVE QTS288-SHINSEIGAKU         TO WS-ERR-KINGAKU
                   MOVE "勤務先回答前決裁" TO WS-ERR-RIYU
                   PERFORM 7200-WRITE-ERRLINE
               END-IF
           END-IF.

       7100-WRITE-ERROR.
           MOVE JKT-GAIBUKAIINNO     TO WS-ERR-GAIBUNO
           MOVE JKT-SHINSEIGAKU      TO WS-ERR-KINGAKU
           PERFORM 7200-WRITE-ERRLINE.

       7200-WRITE-ERRLINE.
           MOVE WS-ERR-LINE          TO SHONIN-ERRLIST-LINE
           WRITE SHONIN-ERRLIST-LINE
           ADD 1                     TO WS-ERROR-COUNT.

       9000-TERMINATE.
           DISPLAY "QTS288B: TOUROKU=" WS-TOUROKU-COUNT
                   " TORISAGE=" WS-TORISAGE-COUNT
                   " IRAI=" WS-IRAI-COUNT
                   " TOKUSOKU=" WS-TOKUSOKU-COUNT
                   " TEIKEISAKI=" WS-KOYONUSHI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           IF  WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE QBS005-DANTAI
           CLOSE QTS200-LOANTBL
           CLOSE QTS288-SHONIN
           CLOSE IRAI-OUTFILE
           CLOSE SHONIN-ERRLIST
           CLOSE JOUKEN-TRANFILE.
