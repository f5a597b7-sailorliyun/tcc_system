      *8...........2.........3.........4.........5........6........7.........8
      *    QTS281B
      ****************************************************************
      *                オートダイヤラ発信結果取込バッチ（日次）      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    オートダイヤラから翌朝返る前日分の発信結果（QTS281）を
      *    接触履歴（QTS279）へ追加し、回収案件（QTS018）の接触記録
      *    欄に空きがあれば併せて記録する。
      *      結果コード  01:応答  02:不応答  03:番号誤り  04:入金約束
      *    入金約束は案件の約束日・約束金額に設定し、QTS018Mの入金
      *    約束登録と同様に判定結果を初期化して履行判定（QTS018B）の
      *    対象とする。
      *    番号誤り、架電可能時間帯（8時～21時）外の発信、取込でき
      *    なかった結果は確認リスト（QTS281RP）に出力する。
      *    同じ発信結果を再度受けた場合は取込済として読み飛ばす。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS281B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  QTS281-KEKKA    ASSIGN TO "QTS281"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS279-RIREKI   ASSIGN TO "QTS279"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS279-SEG
                   FILE STATUS IS WS-QTS279-STATUS.
           SELECT  QTS018-CASE     ASSIGN TO "QTS018"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS018-SEG
                   FILE STATUS IS WS-QTS018-STATUS.
           SELECT  KAKUNIN-LIST    ASSIGN TO "QTS281RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  QTS281-KEKKA.
       01  QTS281-REC.
           COPY QTS281 REPLACING ==()== BY ==QTS281==.
       FD  QTS279-RIREKI.
       01  QTS279-REC.
           COPY QTS279 REPLACING ==()== BY ==QTS279==.
       FD  QTS018-CASE.
       01  QTS018-REC.
           COPY QTS018 REPLACING ==()== BY ==QTS018==.
       FD  KAKUNIN-LIST.
       01  KAKUNIN-LIST-LINE           PIC X(80).
       WORKING-STORAGE             SECTION.
       01  WS-QTS279-STATUS        PIC X(02).
       01  WS-QTS018-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-YAKUSOKU-SW          PIC X(01).
           88  WS-YAKUSOKU-OK                    VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 貸金業法の取立て規制による架電可能時間帯（8時～21時）
       01  WS-HOUTEI-KAISHI        PIC 9(06)     VALUE 080000.
       01  WS-HOUTEI-SHURYO        PIC 9(06)     VALUE 210000.
       01  WS-TORIKOMI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-YAKUSOKU-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-BANGOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-JIKANGAI-COUNT       PIC 9(07)     VALUE ZERO.
       01  WS-TORIKOMIZUMI-COUNT   PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-KK-LINE.
           05  WS-KK-KIGYOUCD      PIC 9(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-KAIINNO       PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-HASSHINYMD    PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-HASSHINTIME   PIC 9(06).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-TELNO         PIC X(15).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-KEKKACD       PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-KK-RIYU          PIC N(07).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TORIKOMI THRU 2000-EXIT UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QTS281-KEKKA
           OPEN I-O    QTS279-RIREKI
           OPEN I-O    QTS018-CASE
           OPEN OUTPUT KAKUNIN-LIST
           READ QTS281-KEKKA
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-TORIKOMI.
           IF  QTS281-KEKKACD NOT = "01" AND "02" AND "03" AND "04"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "結果コード不正"   TO WS-KK-RIYU
               PERFORM 8000-WRITE-KAKUNIN
               GO TO 2900-NEXT-KEKKA
           END-IF
           PERFORM 3000-WRITE-RIREKI
           IF  WS-QTS279-STATUS = "22"
               ADD 1 TO WS-TORIKOMIZUMI-COUNT
               GO TO 2900-NEXT-KEKKA
           END-IF
           ADD 1 TO WS-TORIKOMI-COUNT
           IF  QTS279-JIKANGAIKBN = "1"
               ADD 1 TO WS-JIKANGAI-COUNT
               MOVE "時間外発信"       TO WS-KK-RIYU
               PERFORM 8000-WRITE-KAKUNIN
           END-IF
           IF  QTS281-KEKKACD = "03"
               ADD 1 TO WS-BANGOU-COUNT
               MOVE "電話番号誤り"     TO WS-KK-RIYU
               PERFORM 8000-WRITE-KAKUNIN
           END-IF
           PERFORM 4000-UPDATE-CASE THRU 4000-EXIT.

       2900-NEXT-KEKKA.
           READ QTS281-KEKKA
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      * ダイヤラ発信の接触履歴を追加する。同一会員・同一発信日時
      * の履歴が既にあれば（状態22）取込済とする。
       3000-WRITE-RIREKI.
           INITIALIZE QTS279-REC
           MOVE QTS281-PRMKIGYOUCD     TO QTS279-PRMKIGYOUCD
           MOVE QTS281-PRMSUBRANGEKEY  TO QTS279-PRMSUBRANGEKEY
           MOVE QTS281-PRMNAIBUKAIINNO TO QTS279-PRMNAIBUKAIINNO
           MOVE QTS281-HASSHINYMD      TO QTS279-PRMCONTACTYMD
           MOVE QTS281-HASSHINTIME     TO QTS279-PRMCONTACTTIME
           MOVE "1"                    TO QTS279-PRMCONTACTKBN
           MOVE QTS281-KEKKACD         TO QTS279-CONTACTKEKKA
           MOVE QTS281-TELNO           TO QTS279-TELNO
           IF  QTS281-KEKKACD = "04"
               MOVE QTS281-YAKUSOKUYMD TO QTS279-YAKUSOKUYMD
               MOVE QTS281-YAKUSOKUKINGAKU
                                       TO QTS279-YAKUSOKUKINGAKU
           ELSE
               MOVE ZERO               TO QTS279-YAKUSOKUYMD
               MOVE ZERO               TO QTS279-YAKUSOKUKINGAKU
           END-IF
           IF  QTS281-HASSHINTIME < WS-HOUTEI-KAISHI
           OR  QTS281-HASSHINTIME >= WS-HOUTEI-SHURYO
               MOVE "1"                TO QTS279-JIKANGAIKBN
           ELSE
               MOVE SPACE              TO QTS279-JIKANGAIKBN
           END-IF
           MOVE QTS281-OPERATORID      TO QTS279-OPERATORID
           MOVE QTS281-CONTACTMEMO     TO QTS279-CONTACTMEMO
           MOVE WS-TODAY               TO QTS279-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS279-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS279-SVRKOUSHINYMD
           WRITE QTS279-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * 案件の接触記録欄に空きがあれば記録し、入金約束を案件へ
      * 登録する。終結済の案件は接触履歴のみとする。
       4000-UPDATE-CASE.
           MOVE QTS281-PRMKIGYOUCD     TO QTS018-PRMKIGYOUCD
           MOVE QTS281-PRMSUBRANGEKEY  TO QTS018-PRMSUBRANGEKEY
           MOVE QTS281-PRMNAIBUKAIINNO TO QTS018-PRMNAIBUKAIINNO
           READ QTS018-CASE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "回収案件なし"     TO WS-KK-RIYU
                   PERFORM 8000-WRITE-KAKUNIN
                   GO TO 4000-EXIT
           END-READ
           IF  QTS018-CASESTS = "9"
               GO TO 4000-EXIT
           END-IF
           IF  QTS018-CONTACTCOUNT < 5
               ADD 1 TO QTS018-CONTACTCOUNT
               MOVE QTS281-HASSHINYMD TO
                   QTS018-CONTACTYMD(QTS018-CONTACTCOUNT)
               MOVE QTS281-KEKKACD TO
                   QTS018-CONTACTKEKKA(QTS018-CONTACTCOUNT)
               MOVE QTS281-CONTACTMEMO TO
                   QTS018-CONTACTMEMO(QTS018-CONTACTCOUNT)
           END-IF
           IF  QTS281-KEKKACD = "04"
               PERFORM 4100-CHECK-YAKUSOKU
               IF  WS-YAKUSOKU-OK
                   MOVE QTS281-YAKUSOKUYMD TO QTS018-YAKUSOKUYMD
                   MOVE QTS281-YAKUSOKUKINGAKU
                                       TO QTS018-YAKUSOKUKINGAKU
                   MOVE SPACE          TO QTS018-YAKUSOKUSTS
                   MOVE ZERO           TO QTS018-YAKUSOKUHANTEIYMD
                   IF  QTS018-CASESTS = "2"
                       MOVE "1" TO QTS018-CASESTS
                   END-IF
                   ADD 1 TO WS-YAKUSOKU-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE "約束内容不備"     TO WS-KK-RIYU
                   PERFORM 8000-WRITE-KAKUNIN
               END-IF
           END-IF
           REWRITE QTS018-REC.

       4000-EXIT.
           EXIT.

      * 約束日は発信日以降、約束金額はゼロ超であること。
       4100-CHECK-YAKUSOKU.
           MOVE "N" TO WS-YAKUSOKU-SW
           IF  QTS281-YAKUSOKUYMD IS NUMERIC
           AND QTS281-YAKUSOKUKINGAKU IS NUMERIC
               IF  QTS281-YAKUSOKUYMD >= QTS281-HASSHINYMD
               AND QTS281-YAKUSOKUKINGAKU > ZERO
                   SET WS-YAKUSOKU-OK TO TRUE
               END-IF
           END-IF.

       8000-WRITE-KAKUNIN.
           MOVE QTS281-PRMKIGYOUCD     TO WS-KK-KIGYOUCD
           MOVE QTS281-PRMNAIBUKAIINNO TO WS-KK-KAIINNO
           MOVE QTS281-HASSHINYMD      TO WS-KK-HASSHINYMD
           MOVE QTS281-HASSHINTIME     TO WS-KK-HASSHINTIME
           MOVE QTS281-TELNO           TO WS-KK-TELNO
           MOVE QTS281-KEKKACD         TO WS-KK-KEKKACD
           MOVE WS-KK-LINE             TO KAKUNIN-LIST-LINE
           WRITE KAKUNIN-LIST-LINE.

       9000-TERMINATE.
           DISPLAY "QTS281B: TORIKOMI=" WS-TORIKOMI-COUNT
                   " YAKUSOKU=" WS-YAKUSOKU-COUNT
                   " BANGOU-AYAMARI=" WS-BANGOU-COUNT
                   " JIKANGAI=" WS-JIKANGAI-COUNT
                   " TORIKOMIZUMI=" WS-TORIKOMIZUMI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE QTS281-KEKKA
           CLOSE QTS279-RIREKI
           CLOSE QTS018-CASE
           CLOSE KAKUNIN-LIST.
