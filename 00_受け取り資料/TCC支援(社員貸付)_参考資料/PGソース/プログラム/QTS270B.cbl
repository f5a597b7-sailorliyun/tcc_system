      *8...........2.........3.........4.........5........6........7.........8
      *    QTS270B
      ****************************************************************
      *                社員貸付融資実行バッチ                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   勤務先承認の確認を追加        FIP      26/10/15   *
      ****************************************************************
      *    貸付窓口が入力した融資実行指示（QTS270TR）ごとに、提携先
      *    企業の適格確認を通過した申込（QBS005B出力のQBS005OK）の
      *    うち審査承認済のものを外部会員番号で引き当て、勤務先の
      *    承認（勤務先承認管理 QTS288 の承認・減額承認）があり融資額
      *    が承認額以内であることを確かめたうえで、次を行う。
      *      ・申込の振込先口座を銀行マスタ（QTS140）で検証し、全銀
      *        総合振込ファイル（QTS270ZG）を作成する
      *      ・社員貸付実行管理ファイル（QTS270）へ貸付を登録する
      *      ・償還予定表作成（QTS211B）の実行時作成指示を追記し、
      *        第１版の返済予定を後続ジョブで作成させる
      *      ・社員貸付金（借方１５０）／貸付実行未払金（貸方２５０）
      *        を総勘定仕訳抽出（QTS230）へ起票する（発生元区分Ｃ）
      *    振込不能となった貸付は振込結果取込（QTS271B）が取り消す。
      *    検証不能の指示はエラーリスト（QTS270ER）へ出して実行し
      *    ない。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS270B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  JIKKO-PARAMFILE ASSIGN TO "QTS270PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  YUSHI-TRANFILE  ASSIGN TO "QTS270TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QBS005-OKFILE   ASSIGN TO "QBS005OK"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QBS005OK-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS140-BANKTBL  ASSIGN TO "QTS140"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS140-PRM
                   FILE STATUS IS WS-QTS140-STATUS.
           SELECT  QTS200-LOANTBL  ASSIGN TO "QTS200"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS200-PRMLOANSHUBETSU
                   FILE STATUS IS WS-QTS200-STATUS.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS210-PRM
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS270-JIKKO    ASSIGN TO "QTS270"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS270-PRM
                   FILE STATUS IS WS-QTS270-STATUS.
           SELECT  QTS288-SHONIN   ASSIGN TO "QTS288"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS288-PRM
                   FILE STATUS IS WS-QTS288-STATUS.
           SELECT  QTS240-CALENDAR ASSIGN TO "QTS240"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS240-PRM
                   FILE STATUS IS WS-QTS240-STATUS.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
           SELECT  SCHED-TRANFILE  ASSIGN TO "QTS211TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  FURIKOMI-REQFILE ASSIGN TO "QTS270ZG"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  JIKKO-ERRLIST   ASSIGN TO "QTS270ER"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  JIKKO-PARAMFILE.
       01  JIKKO-PARAM-REC.
           05  PRM-ITAKUSHACD          PIC 9(10).
      *        総合振込の委託者コード
           05  PRM-FURIKOMIYMD         PIC 9(08).
      *        振込指定日。ゼロは処理日の翌営業日（全銀基準）
       FD  YUSHI-TRANFILE.
       01  YUSHI-TRAN-REC.
           05  YJT-GAIBUKAIINNO        PIC 9(12).
           05  YJT-LOANSHUBETSU        PIC 9(05).
           05  YJT-YUSHIGAKU           PIC 9(11).
           05  YJT-KAISUU              PIC 9(03).
           05  YJT-RIRITSU             PIC 99V99.
      *        ゼロのときはローン種別テーブルの約定利率を適用
           05  YJT-KAISHIYMD           PIC 9(08).
      *        初回返済月。ゼロは振込指定日の翌月
       FD  QBS005-OKFILE.
       01  QBS005-OK-REC.
           COPY QBS002 REPLACING LEADING ==QBS002== BY ==QBSOK==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS140-BANKTBL.
       01  QTS140-REC.
           COPY QTS140 REPLACING ==()== BY ==QTS140==.
       FD  QTS200-LOANTBL.
       01  QTS200-REC.
           COPY QTS200 REPLACING ==()== BY ==QTS200==.
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS270-JIKKO.
       01  QTS270-REC.
           COPY QTS270 REPLACING ==()== BY ==QTS270==.
       FD  QTS288-SHONIN.
       01  QTS288-REC.
           COPY QTS288 REPLACING ==()== BY ==QTS288==.
       FD  QTS240-CALENDAR.
       01  QTS240-REC.
           COPY QTS240 REPLACING ==()== BY ==QTS240==.
       FD  QTS230-SIWAKE.
       01  QTS230-REC.
           COPY QTS230 REPLACING ==()== BY ==QTS230==.
       FD  SCHED-TRANFILE.
       01  SCHED-TRAN-REC.
           05  SCT-ACTIONKBN           PIC 9(01).
           05  SCT-PRMKIGYOUCD         PIC 9(04).
           05  SCT-PRMSUBRANGEKEY      PIC 9(04).
           05  SCT-PRMNAIBUKAIINNO     PIC 9(08).
           05  SCT-PRMNYUKINMEISAI     PIC 9(07).
           05  SCT-LOANSHUBETSU        PIC 9(05).
           05  SCT-YUSHIGAKU           PIC 9(11).
           05  SCT-KAISUU              PIC 9(03).
           05  SCT-RIRITSU             PIC 99V99.
           05  SCT-KAISHIYMD           PIC 9(08).
       FD  FURIKOMI-REQFILE.
       01  FURIKOMI-REQ-REC.
           05  ZGR-RECKBN              PIC 9(01).
      *        1:ヘッダ  2:データ  8:トレーラ  9:エンド
           05  ZGR-DATA                PIC X(119).
       FD  JIKKO-ERRLIST.
       01  JIKKO-ERRLIST-LINE          PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QBS005OK-STATUS      PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS140-STATUS        PIC X(02).
       01  WS-QTS200-STATUS        PIC X(02).
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS270-STATUS        PIC X(02).
       01  WS-QTS240-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-QTS288-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-LOAN-SW              PIC X(01).
           88  WS-LOAN-ARI                       VALUE "Y".
       01  WS-JIKKOZUMI-SW         PIC X(01).
           88  WS-JIKKOZUMI                      VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-FURIKOMI-YMD         PIC 9(08).
       01  WS-KAISHI-YMD           PIC 9(08).
       01  WS-KAISHI-NEN           PIC 9(04).
       01  WS-KAISHI-TSUKI         PIC 9(02).
       01  WS-JOGEN-KNG            PIC 9(11).
       01  WS-MAX-MEISAI           PIC 9(07).
       01  WS-SEARCH-GAIBUNO       PIC 9(12).
       01  WS-AP-IX                PIC 9(05)     VALUE ZERO  COMP.
       01  WS-AP-MAX               PIC 9(05)     VALUE ZERO  COMP.
       01  WS-JIKKO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-JIKKO-KNG            PIC 9(12)     VALUE ZERO.
      * 営業日補正（7800-ADJUST-EIGYOBI）の作業域
       01  WS-CAL-YMD              PIC 9(08).
       01  WS-CAL-MOTO-YMD         PIC 9(08).
       01  WS-CAL-INT              PIC 9(08).
       01  WS-CAL-YOUBI            PIC 9(01).
       01  WS-CAL-KIJUN            PIC X(01).
      *    Z:全銀決済日基準  T:当社処理日基準
       01  WS-CAL-HOUKOU           PIC X(01).
      *    F:翌営業日  B:前営業日
      *    M:翌営業日（月を越える場合は前営業日）
       01  WS-CAL-SW               PIC X(01).
           88  WS-CAL-EIGYOBI                    VALUE "Y".
       01  WS-CAL-KAKUNIN-NEN      PIC 9(04)     VALUE ZERO.
       01  WS-CAL-NEN-SW           PIC X(01)     VALUE "N".
           88  WS-CAL-NEN-MIKAKUTEI              VALUE "Y".
       01  WS-CAL-HOSEI-COUNT      PIC 9(07)     VALUE ZERO.
      * 適格確認済・審査承認済の申込（外部会員番号別に最新の受付）
       01  WS-APP-TBL.
           05  WS-AP-ENT           OCCURS 9999.
             07  WS-AP-GAIBUNO     PIC 9(12).
             07  WS-AP-UKETSUKEDT  PIC 9(07).
             07  WS-AP-AITESAKINO  PIC X(08).
             07  WS-AP-GINKOUCD    PIC 9(04).
             07  WS-AP-SHITENCD    PIC 9(05).
             07  WS-AP-SHUMOKU     PIC 9(01).
             07  WS-AP-KOUZANO     PIC 9(08).
             07  WS-AP-MEIGI       PIC X(30).
             07  WS-AP-KAIIN-SW    PIC X(01).
             07  WS-AP-KIGYOUCD    PIC 9(04).
             07  WS-AP-SUBRANGEKEY PIC 9(04).
             07  WS-AP-KAIINNO     PIC 9(08).
       01  WS-ZENGIN-HEAD.
           05  FILLER              PIC X(02)     VALUE "21".
      *        種別コード21:総合振込
           05  WS-ZGH-ITAKUSHACD   PIC 9(10).
           05  WS-ZGH-FURIKOMIYMD  PIC 9(08).
           05  FILLER              PIC X(99)     VALUE SPACES.
       01  WS-ZENGIN-DATA.
           05  WS-ZGD-GINKOUCD     PIC 9(04).
           05  WS-ZGD-SHITENCD     PIC 9(03).
           05  WS-ZGD-SHUMOKU      PIC 9(01).
           05  WS-ZGD-KOUZANO      PIC 9(08).
           05  WS-ZGD-MEIGI        PIC X(30).
           05  WS-ZGD-KINGAKU      PIC 9(10).
      *        顧客コード（振込結果の突合キー）
           05  WS-ZGD-KIGYOUCD     PIC 9(04).
           05  WS-ZGD-SUBRANGEKEY  PIC 9(04).
           05  WS-ZGD-KAIINNO      PIC 9(08).
           05  WS-ZGD-NYUKINMEISAI PIC 9(07).
           05  FILLER              PIC X(40)     VALUE SPACES.
       01  WS-ZENGIN-TRAIL.
           05  WS-ZGT-KENSU        PIC 9(07).
           05  WS-ZGT-KINGAKU      PIC 9(12).
           05  FILLER              PIC X(100)    VALUE SPACES.
       01  WS-ERR-LINE.
           05  WS-ERR-GAIBUNO      PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-LOANSHUBETSU PIC 9(05).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-YUSHIGAKU    PIC Z(10)9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-ERR-RIYU         PIC N(10).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRAN THRU 2900-NEXT-TRAN
                   UNTIL WS-EOF
           PERFORM 7000-WRITE-SIWAKE THRU 7000-EXIT
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-APP-TBL
           OPEN INPUT  JIKKO-PARAMFILE
           READ JIKKO-PARAMFILE
               AT END
                   MOVE ZERO TO PRM-ITAKUSHACD
                   MOVE ZERO TO PRM-FURIKOMIYMD
           END-READ
           CLOSE JIKKO-PARAMFILE
           OPEN INPUT  QTS240-CALENDAR
           PERFORM 1050-EDIT-FURIKOMIYMD
           OPEN INPUT  QBS005-OKFILE
           READ QBS005-OKFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 1100-LOAD-APP THRU 1190-NEXT-APP UNTIL WS-EOF
           CLOSE QBS005-OKFILE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT  QTS010-MASTER
           IF  WS-AP-MAX > ZERO
               PERFORM 1200-MATCH-KAIIN
           END-IF
           OPEN INPUT  QTS140-BANKTBL
           OPEN INPUT  QTS200-LOANTBL
           OPEN INPUT  QTS288-SHONIN
           OPEN INPUT  QTS210-SCHEDULE
           OPEN I-O    QTS270-JIKKO
           OPEN EXTEND SCHED-TRANFILE
           OPEN OUTPUT FURIKOMI-REQFILE
           OPEN OUTPUT JIKKO-ERRLIST
           MOVE 1                    TO ZGR-RECKBN
           MOVE PRM-ITAKUSHACD       TO WS-ZGH-ITAKUSHACD
           MOVE WS-FURIKOMI-YMD      TO WS-ZGH-FURIKOMIYMD
           MOVE WS-ZENGIN-HEAD       TO ZGR-DATA
           WRITE FURIKOMI-REQ-REC
           OPEN INPUT  YUSHI-TRANFILE
           READ YUSHI-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 振込指定日は全銀の決済日でなければ翌営業日へ送る。無指定
      * 時は処理日の翌日から求める。営業日カレンダーの年次確定が
      * ない年の振込日は算出できないため異常終了させる。
       1050-EDIT-FURIKOMIYMD.
           IF  PRM-FURIKOMIYMD = ZERO
               COMPUTE WS-CAL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                                     TO WS-CAL-YMD
           ELSE
               MOVE PRM-FURIKOMIYMD  TO WS-CAL-YMD
           END-IF
           MOVE "Z"                  TO WS-CAL-KIJUN
           MOVE "F"                  TO WS-CAL-HOUKOU
           PERFORM 7800-ADJUST-EIGYOBI
           IF  WS-CAL-NEN-MIKAKUTEI
               DISPLAY "QTS270B: CALENDAR MIKAKUTEI "
                       WS-CAL-KAKUNIN-NEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CAL-YMD           TO WS-FURIKOMI-YMD.

      * 提携先の付いた団体貸付申込で審査結果が承認（１）のものだけ
      * を採る。同一外部会員番号の申込が複数あるときは受付日の新し
      * い方を採る。
       1100-LOAD-APP.
           IF  QBSOK-AITESAKINO = SPACES
           OR  QBSOK-AITESAKINO = LOW-VALUES
               GO TO 1190-NEXT-APP
           END-IF
           IF  QBSOK-KESSAIKEKKA NOT = 1
               GO TO 1190-NEXT-APP
           END-IF
           MOVE QBSOK-GAIBUKAIINNO   TO WS-SEARCH-GAIBUNO
           PERFORM 1110-SEARCH-APP
           IF  NOT WS-HIT
               IF  WS-AP-MAX >= 9999
                   DISPLAY "QTS270B: APP TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AP-MAX
               MOVE WS-AP-MAX        TO WS-AP-IX
               MOVE QBSOK-GAIBUKAIINNO
                                     TO WS-AP-GAIBUNO(WS-AP-IX)
               MOVE ZERO             TO WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE "N"              TO WS-AP-KAIIN-SW(WS-AP-IX)
           END-IF
           IF  QBSOK-UKETSUKEDATE >= WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE QBSOK-UKETSUKEDATE
                                   TO WS-AP-UKETSUKEDT(WS-AP-IX)
               MOVE QBSOK-AITESAKINO
                                   TO WS-AP-AITESAKINO(WS-AP-IX)
               MOVE QBSOK-BANKCODE TO WS-AP-GINKOUCD(WS-AP-IX)
               MOVE QBSOK-SHITENCD TO WS-AP-SHITENCD(WS-AP-IX)
               MOVE QBSOK-YOKINSBT TO WS-AP-SHUMOKU(WS-AP-IX)
               MOVE QBSOK-KOUZANO  TO WS-AP-KOUZANO(WS-AP-IX)
               MOVE QBSOK-KOUZANAME
                                   TO WS-AP-MEIGI(WS-AP-IX)
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

      * 申込と会員の対応は外部会員番号（識別番号）で取る。会員マス
      * タを一巡し、在籍会員のキーを申込テーブルへ設定する。
       1200-MATCH-KAIIN.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUE TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 1210-MATCH-ONE UNTIL WS-SCAN-EOF.

       1210-MATCH-ONE.
           READ QTS010-MASTER NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
           AND QTS010-KAIJOKBN = ZERO
               MOVE QTS010-GKNSHIKIBETSUNO TO WS-SEARCH-GAIBUNO
               PERFORM 1110-SEARCH-APP
               IF  WS-HIT
                   MOVE "Y"          TO WS-AP-KAIIN-SW(WS-AP-IX)
                   MOVE QTS010-PRMKIGYOUCD
                                     TO WS-AP-KIGYOUCD(WS-AP-IX)
                   MOVE QTS010-PRMSUBRANGEKEY
                                     TO WS-AP-SUBRANGEKEY(WS-AP-IX)
                   MOVE QTS010-PRMNAIBUKAIINNO
                                     TO WS-AP-KAIINNO(WS-AP-IX)
               END-IF
           END-IF.

      * 実行指示１件ごとに申込・会員・ローン条件・振込先口座を検証
      * し、同一申込の実行登録がなければ実行する。
       2000-PROCESS-TRAN.
           MOVE YJT-GAIBUKAIINNO     TO WS-SEARCH-GAIBUNO
           PERFORM 1110-SEARCH-APP
           IF  NOT WS-HIT
               MOVE "承認済申込なし"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  WS-AP-KAIIN-SW(WS-AP-IX) NOT = "Y"
               MOVE "会員登録なし"     TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
      *    勤務先の回答前・否認の申込は実行しない。減額承認は承認額
      *    までとする。
           MOVE WS-AP-AITESAKINO(WS-AP-IX) TO QTS288-PRMAITESAKINO
           MOVE WS-AP-GAIBUNO(WS-AP-IX)    TO QTS288-PRMGAIBUKAIINNO
           MOVE WS-AP-UKETSUKEDT(WS-AP-IX) TO QTS288-PRMUKETSUKEDATE
           READ QTS288-SHONIN
               INVALID KEY
                   MOVE SPACE TO QTS288-SHONINSTS
           END-READ
           IF  QTS288-SHONINSTS = "5"
               MOVE "勤務先否認"       TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  QTS288-SHONINSTS NOT = "3"
           AND QTS288-SHONINSTS NOT = "4"
               MOVE "勤務先承認なし"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           IF  YJT-YUSHIGAKU > QTS288-SHONINGAKU
               MOVE "勤務先承認額超過" TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE YJT-LOANSHUBETSU     TO QTS200-PRMLOANSHUBETSU
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
           IF  YJT-KAISUU < QTS200-SHOKAISUKAGEN
           OR  YJT-KAISUU > QTS200-SHOKAISUJOGEN
               MOVE "返済回数範囲外"   TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
      *    融資額上限は万円単位（ゼロは上限なし）
           COMPUTE WS-JOGEN-KNG = QTS200-SHOYUSIGAKUJOGEN * 10000
           IF  YJT-YUSHIGAKU = ZERO
           OR (WS-JOGEN-KNG > ZERO
           AND YJT-YUSHIGAKU > WS-JOGEN-KNG)
               MOVE "融資額範囲外"     TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE WS-AP-GINKOUCD(WS-AP-IX) TO QTS140-PRMKIKANCD
           MOVE WS-AP-SHITENCD(WS-AP-IX) TO QTS140-PRMSHITENCD
           MOVE SPACES               TO QTS140-PRMHUKACD
           READ QTS140-BANKTBL
               INVALID KEY
                   MOVE "N" TO WS-HIT-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIT-SW
           END-READ
           IF  NOT WS-HIT
           OR  WS-AP-KOUZANO(WS-AP-IX) = ZERO
               MOVE "振込口座検証不能" TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           MOVE ZERO                 TO WS-MAX-MEISAI
           PERFORM 2200-SCAN-JIKKO
           IF  WS-JIKKOZUMI
               MOVE "実行登録済"       TO WS-ERR-RIYU
               PERFORM 7100-WRITE-ERROR
               GO TO 2900-NEXT-TRAN
           END-IF
           PERFORM 2300-SCAN-SCHEDULE
           PERFORM 3000-EXECUTE-LOAN.

       2900-NEXT-TRAN.
           READ YUSHI-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 会員の実行登録を一巡し、同一申込（受付日）の取消されていない
      * 実行があれば二重実行とする。あわせて入金明細番号の最大を得る。
       2200-SCAN-JIKKO.
           MOVE "N" TO WS-JIKKOZUMI-SW
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-AP-KIGYOUCD(WS-AP-IX)    TO QTS270-PRMKIGYOUCD
           MOVE WS-AP-SUBRANGEKEY(WS-AP-IX) TO QTS270-PRMSUBRANGEKEY
           MOVE WS-AP-KAIINNO(WS-AP-IX)     TO QTS270-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS270-PRMNYUKINMEISAI
           START QTS270-JIKKO KEY IS NOT LESS THAN QTS270-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2210-READ-JIKKO UNTIL WS-SCAN-EOF.

       2210-READ-JIKKO.
           READ QTS270-JIKKO NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS270-PRMKIGYOUCD = WS-AP-KIGYOUCD(WS-AP-IX)
               AND QTS270-PRMSUBRANGEKEY
                                   = WS-AP-SUBRANGEKEY(WS-AP-IX)
               AND QTS270-PRMNAIBUKAIINNO
                                   = WS-AP-KAIINNO(WS-AP-IX)
                   MOVE QTS270-PRMNYUKINMEISAI TO WS-MAX-MEISAI
                   IF  QTS270-UKETSUKEDATE
                                   = WS-AP-UKETSUKEDT(WS-AP-IX)
                   AND QTS270-JIKKOSTS NOT = "9"
                       SET WS-JIKKOZUMI TO TRUE
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 既存の返済予定（他の貸付・旧来の手作業実行分）と入金明細
      * 番号が重ならないよう、予定明細上の最大も見る。
       2300-SCAN-SCHEDULE.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-AP-KIGYOUCD(WS-AP-IX)    TO QTS210-PRMKIGYOUCD
           MOVE WS-AP-SUBRANGEKEY(WS-AP-IX) TO QTS210-PRMSUBRANGEKEY
           MOVE WS-AP-KAIINNO(WS-AP-IX)     TO QTS210-PRMNAIBUKAIINNO
           MOVE ZERO                 TO QTS210-PRMNYUKINMEISAI
           MOVE ZERO                 TO QTS210-PRMSCHEDULEVER
           MOVE ZERO                 TO QTS210-PRMKAISUU
           START QTS210-SCHEDULE KEY IS NOT LESS THAN QTS210-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 2310-READ-SCHEDULE UNTIL WS-SCAN-EOF.

       2310-READ-SCHEDULE.
           READ QTS210-SCHEDULE NEXT RECORD
               AT END SET WS-SCAN-EOF TO TRUE
           END-READ
           IF  NOT WS-SCAN-EOF
               IF  QTS210-PRMKIGYOUCD = WS-AP-KIGYOUCD(WS-AP-IX)
               AND QTS210-PRMSUBRANGEKEY
                                   = WS-AP-SUBRANGEKEY(WS-AP-IX)
               AND QTS210-PRMNAIBUKAIINNO
                                   = WS-AP-KAIINNO(WS-AP-IX)
                   IF  QTS210-PRMNYUKINMEISAI > WS-MAX-MEISAI
                       MOVE QTS210-PRMNYUKINMEISAI TO WS-MAX-MEISAI
                   END-IF
               ELSE
                   SET WS-SCAN-EOF TO TRUE
               END-IF
           END-IF.

      * 振込データの作成・実行登録・予定表作成指示の追記を行う。
      * 初回返済月の無指定時は振込指定日の翌月とする。
       3000-EXECUTE-LOAN.
           ADD 1                     TO WS-MAX-MEISAI
           IF  YJT-KAISHIYMD = ZERO
               MOVE WS-FURIKOMI-YMD(1:4) TO WS-KAISHI-NEN
               MOVE WS-FURIKOMI-YMD(5:2) TO WS-KAISHI-TSUKI
               ADD 1 TO WS-KAISHI-TSUKI
               IF  WS-KAISHI-TSUKI > 12
                   MOVE 1 TO WS-KAISHI-TSUKI
                   ADD 1 TO WS-KAISHI-NEN
               END-IF
               COMPUTE WS-KAISHI-YMD =
                   WS-KAISHI-NEN * 10000 + WS-KAISHI-TSUKI * 100
                   + 27
           ELSE
               MOVE YJT-KAISHIYMD    TO WS-KAISHI-YMD
           END-IF
           PERFORM 3100-WRITE-FURIKOMI
           PERFORM 3200-WRITE-JIKKO
           PERFORM 3300-WRITE-SCHED-TRAN
           ADD 1                     TO WS-JIKKO-COUNT
           ADD YJT-YUSHIGAKU         TO WS-JIKKO-KNG.

       3100-WRITE-FURIKOMI.
           MOVE WS-AP-GINKOUCD(WS-AP-IX)    TO WS-ZGD-GINKOUCD
           MOVE WS-AP-SHITENCD(WS-AP-IX)    TO WS-ZGD-SHITENCD
           MOVE WS-AP-SHUMOKU(WS-AP-IX)     TO WS-ZGD-SHUMOKU
           MOVE WS-AP-KOUZANO(WS-AP-IX)     TO WS-ZGD-KOUZANO
           MOVE WS-AP-MEIGI(WS-AP-IX)       TO WS-ZGD-MEIGI
           MOVE YJT-YUSHIGAKU               TO WS-ZGD-KINGAKU
           MOVE WS-AP-KIGYOUCD(WS-AP-IX)    TO WS-ZGD-KIGYOUCD
           MOVE WS-AP-SUBRANGEKEY(WS-AP-IX) TO WS-ZGD-SUBRANGEKEY
           MOVE WS-AP-KAIINNO(WS-AP-IX)     TO WS-ZGD-KAIINNO
           MOVE WS-MAX-MEISAI               TO WS-ZGD-NYUKINMEISAI
           MOVE 2                    TO ZGR-RECKBN
           MOVE WS-ZENGIN-DATA       TO ZGR-DATA
           WRITE FURIKOMI-REQ-REC.

      * 振込結果取込（QTS271B）が突合・取消できるよう、実行内容を
      * 社員貸付実行管理ファイルへ登録する。
       3200-WRITE-JIKKO.
           INITIALIZE QTS270-REC
           MOVE WS-AP-KIGYOUCD(WS-AP-IX)    TO QTS270-PRMKIGYOUCD
           MOVE WS-AP-SUBRANGEKEY(WS-AP-IX) TO QTS270-PRMSUBRANGEKEY
           MOVE WS-AP-KAIINNO(WS-AP-IX)     TO QTS270-PRMNAIBUKAIINNO
           MOVE WS-MAX-MEISAI               TO QTS270-PRMNYUKINMEISAI
           MOVE YJT-GAIBUKAIINNO            TO QTS270-GAIBUKAIINNO
           MOVE WS-AP-UKETSUKEDT(WS-AP-IX)  TO QTS270-UKETSUKEDATE
           MOVE WS-AP-AITESAKINO(WS-AP-IX)  TO QTS270-AITESAKINO
           MOVE YJT-LOANSHUBETSU     TO QTS270-LOANSHUBETSU
           MOVE YJT-YUSHIGAKU        TO QTS270-YUSHIGAKU
           MOVE YJT-KAISUU           TO QTS270-KAISUU
           MOVE YJT-RIRITSU          TO QTS270-RIRITSU
           MOVE WS-KAISHI-YMD        TO QTS270-KAISHIYMD
           MOVE WS-ZGD-GINKOUCD      TO QTS270-FRKGINKOUCD
           MOVE WS-ZGD-SHITENCD      TO QTS270-FRKSHITENCD
           MOVE WS-ZGD-SHUMOKU       TO QTS270-FRKSHUMOKU
           MOVE WS-ZGD-KOUZANO       TO QTS270-FRKKOUZANO
           MOVE WS-ZGD-MEIGI         TO QTS270-FRKMEIGI
           MOVE WS-TODAY             TO QTS270-IRAIYMD
           MOVE WS-FURIKOMI-YMD      TO QTS270-FURIKOMIYMD
           MOVE "1"                  TO QTS270-JIKKOSTS
           MOVE WS-TODAY             TO QTS270-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS270-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS270-SVRKOUSHINYMD
           WRITE QTS270-REC
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS270B: JIKKO WRITE NG " QTS270-PRM
           END-WRITE.

      * 償還予定表作成（QTS211B）への実行時作成指示。利率無指定は
      * そのまま渡し、QTS211B側で利率改定テーブルから決定させる。
       3300-WRITE-SCHED-TRAN.
           MOVE 1                    TO SCT-ACTIONKBN
           MOVE QTS270-PRMKIGYOUCD   TO SCT-PRMKIGYOUCD
           MOVE QTS270-PRMSUBRANGEKEY TO SCT-PRMSUBRANGEKEY
           MOVE QTS270-PRMNAIBUKAIINNO TO SCT-PRMNAIBUKAIINNO
           MOVE QTS270-PRMNYUKINMEISAI TO SCT-PRMNYUKINMEISAI
           MOVE YJT-LOANSHUBETSU     TO SCT-LOANSHUBETSU
           MOVE YJT-YUSHIGAKU        TO SCT-YUSHIGAKU
           MOVE YJT-KAISUU           TO SCT-KAISUU
           MOVE YJT-RIRITSU          TO SCT-RIRITSU
           MOVE WS-KAISHI-YMD        TO SCT-KAISHIYMD
           WRITE SCHED-TRAN-REC.

      * 社員貸付金（借方１５０）／貸付実行未払金（貸方２５０）を
      * 起票する。未払金は振込の決済（当座の引落）で消し込まれる。
      * 社員貸付は全社一括のため事業本部はスペースとする。
       7000-WRITE-SIWAKE.
           IF  WS-JIKKO-KNG = ZERO
               GO TO 7000-EXIT
           END-IF
           OPEN EXTEND QTS230-SIWAKE
           INITIALIZE QTS230-REC
           MOVE WS-TODAY             TO QTS230-SHORIYMD
           MOVE SPACES               TO QTS230-JIGYOUHONBUCD
           MOVE 150                  TO QTS230-KAMOKUCD
           MOVE "D"                  TO QTS230-TAISHAKUKBN
           MOVE WS-JIKKO-KNG         TO QTS230-KNG
           MOVE WS-JIKKO-COUNT       TO QTS230-KENSU
           MOVE "C"                  TO QTS230-MOTOCHOKBN
           MOVE WS-TODAY             TO QTS230-SAKUSEIYMD
           MOVE WS-TODAY             TO QTS230-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS230-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS230-SVRKOUSHINYMD
           WRITE QTS230-REC
           MOVE 250                  TO QTS230-KAMOKUCD
           MOVE "C"                  TO QTS230-TAISHAKUKBN
           WRITE QTS230-REC
           CLOSE QTS230-SIWAKE.

       7000-EXIT.
           EXIT.

       7100-WRITE-ERROR.
           MOVE YJT-GAIBUKAIINNO     TO WS-ERR-GAIBUNO
           MOVE YJT-LOANSHUBETSU     TO WS-ERR-LOANSHUBETSU
           MOVE YJT-YUSHIGAKU        TO WS-ERR-YUSHIGAKU
           MOVE WS-ERR-LINE          TO JIKKO-ERRLIST-LINE
           WRITE JIKKO-ERRLIST-LINE
           ADD 1                     TO WS-ERROR-COUNT.

      * 営業日補正。WS-CAL-YMDが土日または営業日カレンダー上の休業
      * 日（全銀基準は銀行休業日・全銀非決済日、当社基準は銀行休業
      * 日・当社非処理日）に当たれば、指定方向へ１日ずつ送る。Ｍ指定
      * は翌営業日へ送って月が変わる場合に前営業日へ戻す（約定日を
      * 月内に留める）。
       7800-ADJUST-EIGYOBI.
           MOVE WS-CAL-YMD           TO WS-CAL-MOTO-YMD
           PERFORM 7850-CHECK-KAKUTEI
           MOVE "N" TO WS-CAL-SW
           PERFORM 7810-JUDGE-EIGYOBI UNTIL WS-CAL-EIGYOBI
           IF  WS-CAL-HOUKOU = "M"
           AND WS-CAL-YMD(5:2) NOT = WS-CAL-MOTO-YMD(5:2)
               MOVE WS-CAL-MOTO-YMD  TO WS-CAL-YMD
               MOVE "B"              TO WS-CAL-HOUKOU
               MOVE "N"              TO WS-CAL-SW
               PERFORM 7810-JUDGE-EIGYOBI UNTIL WS-CAL-EIGYOBI
               MOVE "M"              TO WS-CAL-HOUKOU
           END-IF
           IF  WS-CAL-YMD NOT = WS-CAL-MOTO-YMD
               ADD 1 TO WS-CAL-HOSEI-COUNT
           END-IF.

       7810-JUDGE-EIGYOBI.
           SET WS-CAL-EIGYOBI TO TRUE
           COMPUTE WS-CAL-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-YMD)
           COMPUTE WS-CAL-YOUBI = FUNCTION MOD(WS-CAL-INT, 7)
           IF  WS-CAL-YOUBI = 0 OR 6
               MOVE "N" TO WS-CAL-SW
           ELSE
               MOVE WS-CAL-YMD       TO QTS240-PRMYMD
               READ QTS240-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 7820-JUDGE-KYUKBN
               END-READ
           END-IF
           IF  NOT WS-CAL-EIGYOBI
               IF  WS-CAL-HOUKOU = "B"
                   SUBTRACT 1 FROM WS-CAL-INT
               ELSE
                   ADD 1 TO WS-CAL-INT
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
                                     TO WS-CAL-YMD
           END-IF.

       7820-JUDGE-KYUKBN.
           IF  QTS240-GINKOKYUKBN = "1"
               MOVE "N" TO WS-CAL-SW
           END-IF
           IF  WS-CAL-KIJUN = "Z"
           AND QTS240-ZENGINKYUKBN = "1"
               MOVE "N" TO WS-CAL-SW
           END-IF
           IF  WS-CAL-KIJUN = "T"
           AND QTS240-TOSHAKYUKBN = "1"
               MOVE "N" TO WS-CAL-SW
           END-IF.

      * 補正対象年の年次確定レコード（YYYY0000）の有無を見る。年が
      * 変わったときのみ読み直す。
       7850-CHECK-KAKUTEI.
           IF  WS-CAL-YMD(1:4) NOT = WS-CAL-KAKUNIN-NEN
               MOVE WS-CAL-YMD(1:4)  TO WS-CAL-KAKUNIN-NEN
               COMPUTE QTS240-PRMYMD = WS-CAL-KAKUNIN-NEN * 10000
               READ QTS240-CALENDAR
                   INVALID KEY
                       SET WS-CAL-NEN-MIKAKUTEI TO TRUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-CAL-NEN-SW
               END-READ
           END-IF.

       8000-WRITE-TRAILER.
           MOVE WS-JIKKO-COUNT       TO WS-ZGT-KENSU
           MOVE WS-JIKKO-KNG         TO WS-ZGT-KINGAKU
           MOVE 8                    TO ZGR-RECKBN
           MOVE WS-ZENGIN-TRAIL      TO ZGR-DATA
           WRITE FURIKOMI-REQ-REC
           MOVE 9                    TO ZGR-RECKBN
           MOVE SPACES               TO ZGR-DATA
           WRITE FURIKOMI-REQ-REC.

       9000-TERMINATE.
           DISPLAY "QTS270B: JIKKO=" WS-JIKKO-COUNT
                   " ERROR=" WS-ERROR-COUNT
                   " KINGAKU=" WS-JIKKO-KNG
                   " FURIKOMIYMD=" WS-FURIKOMI-YMD
           CLOSE YUSHI-TRANFILE
           CLOSE QTS010-MASTER
           CLOSE QTS140-BANKTBL
           CLOSE QTS200-LOANTBL
           CLOSE QTS288-SHONIN
           CLOSE QTS210-SCHEDULE
           CLOSE QTS270-JIKKO
           CLOSE QTS240-CALENDAR
           CLOSE SCHED-TRANFILE
           CLOSE FURIKOMI-REQFILE
           CLOSE JIKKO-ERRLIST.
