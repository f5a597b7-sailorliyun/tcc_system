      *8...........2.........3.........4.........5........6........7.........8
      *    QTS271B
      ****************************************************************
      *                社員貸付振込結果取込・実行取消バッチ          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    融資実行バッチ（QTS270B）の総合振込に対する銀行の振込結果
      *    を社員貸付実行管理ファイル（QTS270）と突合する。振込済は
      *    実行状況を２とし、振込不能は実行状況を９（振込不能取消）
      *    として次の取消を行う。
      *      ・償還予定表作成（QTS211B）へ実行取消指示を追記し、現行
      *        の返済予定を失効させる
      *      ・実行時の仕訳の逆仕訳（借方２５０／貸方１５０）を総勘定
      *        仕訳抽出（QTS230）へ起票する（発生元区分Ｃ）
      *    振込不能分は再実行判断用のリスト（QTS271FN）へ出力する。
      *    本バッチの入力はジョブネットワーク上の先行ゲート（QTS139B）
      *    でヘッダ・トレーラ検証と二重配信チェックを通過済である。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS271B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  FURIKOMI-RETFILE ASSIGN TO "FURIKOMIRET"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS270-JIKKO    ASSIGN TO "QTS270"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS270-PRM
                   FILE STATUS IS WS-QTS270-STATUS.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
           SELECT  SCHED-TRANFILE  ASSIGN TO "QTS211TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  FUNO-LIST       ASSIGN TO "QTS271FN"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  FURIKOMI-RETFILE.
       01  FURIKOMI-RET-REC.
           05  FRT-RECKBN              PIC 9(01).
      *        1:ヘッダ  2:データ  8:トレーラ  9:エンド
           05  FRT-PRMKIGYOUCD         PIC 9(04).
           05  FRT-PRMSUBRANGEKEY      PIC 9(04).
           05  FRT-PRMNAIBUKAIINNO     PIC 9(08).
           05  FRT-PRMNYUKINMEISAI     PIC 9(07).
           05  FRT-KINGAKU             PIC 9(10).
           05  FRT-FURIKOMIYMD         PIC 9(08).
           05  FRT-KEKKACD             PIC 9(01).
      *        0:振込済  1:口座なし  2:名義相違  3:口座解約
      *        9:その他不能
       FD  QTS270-JIKKO.
       01  QTS270-REC.
           COPY QTS270 REPLACING ==()== BY ==QTS270==.
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
       FD  FUNO-LIST.
       01  FUNO-LIST-LINE              PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS270-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-ZUMI-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-FUNO-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-SKIP-COUNT           PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TORIKESHI-KNG        PIC 9(12)     VALUE ZERO.
       01  WS-FUNO-LINE.
           05  WS-FN-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-FN-SUBRANGEKEY   PIC 9(04).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-FN-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE "-".
           05  WS-FN-NYUKINMEISAI  PIC 9(07).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-FN-GAIBUNO       PIC 9(12).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-FN-KINGAKU       PIC 9(10).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-FN-KEKKACD       PIC 9(01).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-FN-RIYU          PIC N(06).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RESULT UNTIL WS-EOF
           PERFORM 7000-WRITE-SIWAKE THRU 7000-EXIT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  FURIKOMI-RETFILE
           OPEN I-O    QTS270-JIKKO
           OPEN EXTEND SCHED-TRANFILE
           OPEN OUTPUT FUNO-LIST
           READ FURIKOMI-RETFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 振込結果のデータレコードを顧客コード（貸付キー）で実行管理
      * と突合する。振込依頼中でない貸付への結果は二重取込として
      * 読み飛ばし、金額の合わないものは更新せずに表示する。
       2000-APPLY-RESULT.
           IF  FRT-RECKBN = 2
               MOVE FRT-PRMKIGYOUCD      TO QTS270-PRMKIGYOUCD
               MOVE FRT-PRMSUBRANGEKEY   TO QTS270-PRMSUBRANGEKEY
               MOVE FRT-PRMNAIBUKAIINNO  TO QTS270-PRMNAIBUKAIINNO
               MOVE FRT-PRMNYUKINMEISAI  TO QTS270-PRMNYUKINMEISAI
               READ QTS270-JIKKO
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "QTS271B: JIKKO NOT FOUND "
                           QTS270-PRM
                   NOT INVALID KEY
                       PERFORM 3000-POST-RESULT
               END-READ
           END-IF
           READ FURIKOMI-RETFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       3000-POST-RESULT.
           EVALUATE TRUE
               WHEN QTS270-JIKKOSTS NOT = "1"
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "QTS271B: KEKKA TORIKOMIZUMI "
                       QTS270-PRM
               WHEN FRT-KINGAKU NOT = QTS270-YUSHIGAKU
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS271B: KINGAKU FUICCHI "
                       QTS270-PRM " " FRT-KINGAKU
               WHEN FRT-KEKKACD = 0
                   MOVE "2"              TO QTS270-JIKKOSTS
                   PERFORM 3100-REWRITE-JIKKO
                   ADD 1                 TO WS-ZUMI-COUNT
               WHEN OTHER
                   MOVE "9"              TO QTS270-JIKKOSTS
                   PERFORM 3100-REWRITE-JIKKO
                   PERFORM 4000-CANCEL-SCHEDULE
                   PERFORM 5000-WRITE-FUNO
                   ADD 1                 TO WS-FUNO-COUNT
                   ADD QTS270-YUSHIGAKU  TO WS-TORIKESHI-KNG
           END-EVALUATE.

       3100-REWRITE-JIKKO.
           MOVE FRT-KEKKACD          TO QTS270-KEKKACD
           MOVE WS-TODAY             TO QTS270-KEKKAYMD
           MOVE WS-TODAY             TO QTS270-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS270-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS270-SVRKOUSHINYMD
           REWRITE QTS270-REC.

      * 償還予定表作成（QTS211B）への実行取消指示。現行版を失効さ
      * せるのみで新版は作らない。
       4000-CANCEL-SCHEDULE.
           MOVE 9                    TO SCT-ACTIONKBN
           MOVE QTS270-PRMKIGYOUCD   TO SCT-PRMKIGYOUCD
           MOVE QTS270-PRMSUBRANGEKEY TO SCT-PRMSUBRANGEKEY
           MOVE QTS270-PRMNAIBUKAIINNO TO SCT-PRMNAIBUKAIINNO
           MOVE QTS270-PRMNYUKINMEISAI TO SCT-PRMNYUKINMEISAI
           MOVE QTS270-LOANSHUBETSU  TO SCT-LOANSHUBETSU
           MOVE ZERO                 TO SCT-YUSHIGAKU
           MOVE ZERO                 TO SCT-KAISUU
           MOVE ZERO                 TO SCT-RIRITSU
           MOVE ZERO                 TO SCT-KAISHIYMD
           WRITE SCHED-TRAN-REC.

       5000-WRITE-FUNO.
           MOVE QTS270-PRMKIGYOUCD   TO WS-FN-KIGYOUCD
           MOVE QTS270-PRMSUBRANGEKEY TO WS-FN-SUBRANGEKEY
           MOVE QTS270-PRMNAIBUKAIINNO TO WS-FN-KAIINNO
           MOVE QTS270-PRMNYUKINMEISAI TO WS-FN-NYUKINMEISAI
           MOVE QTS270-GAIBUKAIINNO  TO WS-FN-GAIBUNO
           MOVE FRT-KINGAKU          TO WS-FN-KINGAKU
           MOVE FRT-KEKKACD          TO WS-FN-KEKKACD
           EVALUATE FRT-KEKKACD
               WHEN 1 MOVE "口座なし"       TO WS-FN-RIYU
               WHEN 2 MOVE "名義相違"       TO WS-FN-RIYU
               WHEN 3 MOVE "口座解約"       TO WS-FN-RIYU
               WHEN OTHER
                      MOVE "その他不能"     TO WS-FN-RIYU
           END-EVALUATE
           MOVE WS-FUNO-LINE         TO FUNO-LIST-LINE
           WRITE FUNO-LIST-LINE.

      * 振込不能分の実行時仕訳を取り消す（借方２５０／貸方１５０）。
       7000-WRITE-SIWAKE.
           IF  WS-TORIKESHI-KNG = ZERO
               GO TO 7000-EXIT
           END-IF
           OPEN EXTEND QTS230-SIWAKE
           INITIALIZE QTS230-REC
           MOVE WS-TODAY             TO QTS230-SHORIYMD
           MOVE SPACES               TO QTS230-JIGYOUHONBUCD
           MOVE 250                  TO QTS230-KAMOKUCD
           MOVE "D"                  TO QTS230-TAISHAKUKBN
           MOVE WS-TORIKESHI-KNG     TO QTS230-KNG
           MOVE WS-FUNO-COUNT        TO QTS230-KENSU
           MOVE "C"                  TO QTS230-MOTOCHOKBN
           MOVE WS-TODAY             TO QTS230-SAKUSEIYMD
           MOVE WS-TODAY             TO QTS230-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS230-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS230-SVRKOUSHINYMD
           WRITE QTS230-REC
           MOVE 150                  TO QTS230-KAMOKUCD
           MOVE "C"                  TO QTS230-TAISHAKUKBN
           WRITE QTS230-REC
           CLOSE QTS230-SIWAKE.

       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           DISPLAY "QTS271B: FURIKOMIZUMI=" WS-ZUMI-COUNT
                   " FUNO=" WS-FUNO-COUNT
                   " SKIP=" WS-SKIP-COUNT
                   " ERROR=" WS-ERROR-COUNT
                   " TORIKESHI=" WS-TORIKESHI-KNG
           CLOSE FURIKOMI-RETFILE
           CLOSE QTS270-JIKKO
           CLOSE SCHED-TRANFILE
           CLOSE FUNO-LIST.
