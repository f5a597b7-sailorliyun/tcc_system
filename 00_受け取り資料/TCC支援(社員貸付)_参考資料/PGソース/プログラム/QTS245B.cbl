      *8...........2.........3.........4.........5........6........7.........8
      *    QTS245B
      ****************************************************************
      *                契約締結時書面・変更書面作成バッチ            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    返済予定明細（QTS210）に新しい予定表版数が作成されたら、
      *    実行時作成分は契約締結時書面、条件変更・繰上返済・金利改定
      *    による再作成分は変更書面として、新しい契約内容と返済予定表
      *    全回分の書面データを出力し、契約書面交付管理（QTS245）に
      *    交付を記録する。交付済の版数は再出力しない。
      *    QTS210B・QTS211B・QTS201Bの後に日次で実行する。
      *    QTS202Bの利率改定事前通知は本書面の代わりにならない。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS245B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SHOMEN-PARAM    ASSIGN TO "QTS245PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS210-SCHEDULE ASSIGN TO "QTS210"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS210-STATUS.
           SELECT  QTS200-LOANTBL  ASSIGN TO "QTS200"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS200-PRMLOANSHUBETSU
                   FILE STATUS IS WS-QTS200-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS027-CHANNEL  ASSIGN TO "QTS027"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS027-PRM
                   FILE STATUS IS WS-QTS027-STATUS.
           SELECT  QTS245-SHOMEN   ASSIGN TO "QTS245"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS245-PRM
                   FILE STATUS IS WS-QTS245-STATUS.
           SELECT  SHOMEN-OUTFILE  ASSIGN TO "QTS245SH"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SHOMEN-PARAM.
       01  SHOMEN-PARAM-REC.
           05  PRM-SAKUSEIFROM         PIC 9(08).
      *        この日以降に作成された版数を対象とする（初回導入時に
      *        過去分を出さないための指定。未設定時は全版数）
       FD  QTS210-SCHEDULE.
       01  QTS210-REC.
           COPY QTS210 REPLACING ==()== BY ==QTS210==.
       FD  QTS200-LOANTBL.
       01  QTS200-REC.
           COPY QTS200 REPLACING ==()== BY ==QTS200==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS027-CHANNEL.
       01  QTS027-REC.
           COPY QTS027 REPLACING ==()== BY ==QTS027==.
       FD  QTS245-SHOMEN.
       01  QTS245-REC.
           COPY QTS245 REPLACING ==()== BY ==QTS245==.
       FD  SHOMEN-OUTFILE.
       01  SHOMEN-OUT-REC.
           05  SHO-RECKBN              PIC 9(01).
      *        1:ヘッダ  2:書面ヘッダ  3:返済予定明細  4:書面合計
      *        8:チャネル別トレーラ
           05  SHO-KIGYOUCD            PIC 9(04).
           05  SHO-SUBRANGEKEY         PIC 9(04).
           05  SHO-NAIBUKAIINNO        PIC 9(08).
           05  SHO-NYUKINMEISAI        PIC 9(07).
           05  SHO-SCHEDULEVER         PIC 9(02).
           05  SHO-SHOMENKBN           PIC X(01).
      *        1:契約締結時書面  2:変更書面
           05  SHO-SAKUSEIRIYU         PIC X(01).
           05  SHO-SOUFUKBN            PIC X(01).
           05  SHO-SHIMEIKANA          PIC X(30).
           05  SHO-YUUBINNO            PIC X(07).
           05  SHO-JUSHOKANA           PIC X(42).
           05  SHO-LOANSHUBETSU        PIC 9(05).
           05  SHO-LOANMEI             PIC N(20).
           05  SHO-SHIHARAIHOHO        PIC 9(02).
           05  SHO-YAKUJORIRITSU       PIC 99V99.
           05  SHO-ENTAIRIRITSU        PIC 99V99.
           05  SHO-KAISUU              PIC 9(03).
      *        明細:回数  合計:返済回数
           05  SHO-SHIHARAIYMD         PIC 9(08).
      *        明細:支払予定日  合計:最終返済日
           05  SHO-GENPON              PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        明細:元本充当額  合計:対象元本
           05  SHO-RISOKU              PIC S9(09) SIGN LEADING
                                                  SEPARATE.
           05  SHO-TESURYO             PIC S9(09) SIGN LEADING
                                                  SEPARATE.
           05  SHO-HENSAIGAKU          PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        明細:回返済額  合計:返済総額
           05  SHO-SHIHARAIGOZAN       PIC S9(11) SIGN LEADING
                                                  SEPARATE.
           05  SHO-SAKUSEIYMD          PIC 9(08).
           05  SHO-KENSU               PIC 9(07).
      *        トレーラのみ:当該チャネルの書面件数
       WORKING-STORAGE             SECTION.
       01  WS-QTS210-STATUS        PIC X(02).
       01  WS-QTS200-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS027-STATUS        PIC X(02).
       01  WS-QTS245-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-HAKKO-SW             PIC X(01)     VALUE "N".
           88  WS-HAKKO                          VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-SAKUSEIFROM          PIC 9(08)     VALUE ZERO.
       01  WS-CHANNEL-KBN          PIC X(01).
       01  WS-CX                   PIC 9(01)     VALUE ZERO  COMP.
       01  WS-KAIHENSAI            PIC S9(11).
       01  WS-KEIYAKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-HENKO-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-SUMI-COUNT           PIC 9(07)     VALUE ZERO.
      * 版数ブレイク用（会員＋入金明細番号＋予定表版数）
       01  WS-BRK-KEY.
           05  WS-BRK-KIGYOUCD     PIC 9(04)     VALUE ZERO.
           05  WS-BRK-SUBRANGE     PIC 9(04)     VALUE ZERO.
           05  WS-BRK-KAIINNO      PIC 9(08)     VALUE ZERO.
           05  WS-BRK-MEISAI       PIC 9(07)     VALUE ZERO.
           05  WS-BRK-VER          PIC 9(02)     VALUE ZERO.
       01  WS-CUR-KEY.
           05  WS-CUR-KIGYOUCD     PIC 9(04).
           05  WS-CUR-SUBRANGE     PIC 9(04).
           05  WS-CUR-KAIINNO      PIC 9(08).
           05  WS-CUR-MEISAI       PIC 9(07).
           05  WS-CUR-VER          PIC 9(02).
      * チャネル別コントロール（1:紙 2:電子 3:併用）
       01  WS-CH-TBL.
           05  WS-CH-ENT           OCCURS 3.
             07  WS-CH-KENSU       PIC 9(07).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-SCHEDULE THRU 2000-EXIT
                   UNTIL WS-EOF
           IF  WS-HAKKO
               PERFORM 4000-CLOSE-SHOMEN
           END-IF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-CH-TBL
           OPEN INPUT  SHOMEN-PARAM
           READ SHOMEN-PARAM
               AT END CONTINUE
               NOT AT END
                   IF  PRM-SAKUSEIFROM IS NUMERIC
                       MOVE PRM-SAKUSEIFROM TO WS-SAKUSEIFROM
                   END-IF
           END-READ
           CLOSE SHOMEN-PARAM
           OPEN INPUT  QTS210-SCHEDULE
           OPEN INPUT  QTS200-LOANTBL
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS027-CHANNEL
           OPEN I-O    QTS245-SHOMEN
           OPEN OUTPUT SHOMEN-OUTFILE
           INITIALIZE SHOMEN-OUT-REC
           MOVE 1                    TO SHO-RECKBN
           MOVE WS-TODAY             TO SHO-SAKUSEIYMD
           WRITE SHOMEN-OUT-REC
           PERFORM 2900-READ-SCHEDULE.

      * 予定表は会員・入金明細番号・版数・回数の順に並ぶ。版数の
      * 切れ目で前の書面を締め、新しい版数が未交付なら書面ヘッダ
      * を出して以降の回を明細として出力する。
       2000-EDIT-SCHEDULE.
           MOVE QTS210-PRMKIGYOUCD     TO WS-CUR-KIGYOUCD
           MOVE QTS210-PRMSUBRANGEKEY  TO WS-CUR-SUBRANGE
           MOVE QTS210-PRMNAIBUKAIINNO TO WS-CUR-KAIINNO
           MOVE QTS210-PRMNYUKINMEISAI TO WS-CUR-MEISAI
           MOVE QTS210-PRMSCHEDULEVER  TO WS-CUR-VER
           IF  WS-CUR-KEY NOT = WS-BRK-KEY
               IF  WS-HAKKO
                   PERFORM 4000-CLOSE-SHOMEN
               END-IF
               MOVE WS-CUR-KEY         TO WS-BRK-KEY
               PERFORM 3000-OPEN-SHOMEN THRU 3000-EXIT
           END-IF
           IF  NOT WS-HAKKO
               GO TO 2000-NEXT
           END-IF
           COMPUTE WS-KAIHENSAI =
               QTS210-GENPONGAKU + QTS210-RISOKUGAKU
               + QTS210-TESURYOGAKU
           MOVE 3                      TO SHO-RECKBN
           MOVE QTS210-PRMKAISUU       TO SHO-KAISUU
           MOVE QTS210-SHIHARAIYMD     TO SHO-SHIHARAIYMD
           MOVE QTS210-GENPONGAKU      TO SHO-GENPON
           MOVE QTS210-RISOKUGAKU      TO SHO-RISOKU
           MOVE QTS210-TESURYOGAKU     TO SHO-TESURYO
           MOVE WS-KAIHENSAI           TO SHO-HENSAIGAKU
           MOVE QTS210-SHIHARAIGOZAN   TO SHO-SHIHARAIGOZAN
           WRITE SHOMEN-OUT-REC
           ADD 1                       TO QTS245-HENSAIKAISUU
           ADD QTS210-GENPONGAKU       TO QTS245-TAISHOGENPON
           ADD WS-KAIHENSAI            TO QTS245-SOUHENSAIGAKU
           IF  QTS245-SHOKAIYMD = ZERO
               MOVE QTS210-SHIHARAIYMD TO QTS245-SHOKAIYMD
           END-IF
           MOVE QTS210-SHIHARAIYMD     TO QTS245-SAISHUYMD.

       2000-NEXT.
           PERFORM 2900-READ-SCHEDULE.

       2000-EXIT.
           EXIT.

       2900-READ-SCHEDULE.
           READ QTS210-SCHEDULE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 交付済の版数、および指定日より前に作成された版数は対象外。
      * 書面区分は作成理由で決め、初版は常に契約締結時書面とする。
       3000-OPEN-SHOMEN.
           MOVE "N"                    TO WS-HAKKO-SW
           IF  QTS210-SAKUSEIYMD < WS-SAKUSEIFROM
               GO TO 3000-EXIT
           END-IF
           MOVE WS-CUR-KIGYOUCD        TO QTS245-PRMKIGYOUCD
           MOVE WS-CUR-SUBRANGE        TO QTS245-PRMSUBRANGEKEY
           MOVE WS-CUR-KAIINNO         TO QTS245-PRMNAIBUKAIINNO
           MOVE WS-CUR-MEISAI          TO QTS245-PRMNYUKINMEISAI
           MOVE WS-CUR-VER             TO QTS245-PRMSCHEDULEVER
           READ QTS245-SHOMEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SUMI-COUNT
                   GO TO 3000-EXIT
           END-READ
           SET WS-HAKKO                TO TRUE
           INITIALIZE QTS245-REC
           MOVE WS-CUR-KIGYOUCD        TO QTS245-PRMKIGYOUCD
           MOVE WS-CUR-SUBRANGE        TO QTS245-PRMSUBRANGEKEY
           MOVE WS-CUR-KAIINNO         TO QTS245-PRMNAIBUKAIINNO
           MOVE WS-CUR-MEISAI          TO QTS245-PRMNYUKINMEISAI
           MOVE WS-CUR-VER             TO QTS245-PRMSCHEDULEVER
           IF  QTS210-SAKUSEIRIYU = "1"
           OR  WS-CUR-VER = 1
               MOVE "1"                TO QTS245-SHOMENKBN
           ELSE
               MOVE "2"                TO QTS245-SHOMENKBN
           END-IF
           MOVE QTS210-SAKUSEIRIYU     TO QTS245-SAKUSEIRIYU
           MOVE QTS210-LOANSHUBETSU    TO QTS245-LOANSHUBETSU
           MOVE QTS210-YAKUJORIRITSU   TO QTS245-YAKUJORIRITSU
           MOVE QTS210-SAKUSEIYMD      TO QTS245-YOTEISAKUSEIYMD
           INITIALIZE SHOMEN-OUT-REC
           MOVE QTS210-LOANSHUBETSU    TO QTS200-PRMLOANSHUBETSU
           READ QTS200-LOANTBL
               INVALID KEY
                   DISPLAY "QTS245B: LOAN TYPE NOT FOUND "
                       QTS210-LOANSHUBETSU
                   MOVE ZERO           TO QTS245-ENTAIRIRITSU
               NOT INVALID KEY
                   MOVE QTS200-SHOENTAIRIRITSU
                       TO QTS245-ENTAIRIRITSU
                   MOVE QTS200-SHOLOANMEI TO SHO-LOANMEI
                   MOVE QTS200-SHOSIHARAIHOHO
                       TO SHO-SHIHARAIHOHO
           END-READ
           PERFORM 3100-GET-CHANNEL
           MOVE WS-CHANNEL-KBN         TO QTS245-SOUFUKBN
           MOVE 2                      TO SHO-RECKBN
           MOVE WS-CUR-KIGYOUCD        TO SHO-KIGYOUCD
           MOVE WS-CUR-SUBRANGE        TO SHO-SUBRANGEKEY
           MOVE WS-CUR-KAIINNO         TO SHO-NAIBUKAIINNO
           MOVE WS-CUR-MEISAI          TO SHO-NYUKINMEISAI
           MOVE WS-CUR-VER             TO SHO-SCHEDULEVER
           MOVE QTS245-SHOMENKBN       TO SHO-SHOMENKBN
           MOVE QTS245-SAKUSEIRIYU     TO SHO-SAKUSEIRIYU
           MOVE WS-CHANNEL-KBN         TO SHO-SOUFUKBN
           MOVE QTS245-LOANSHUBETSU    TO SHO-LOANSHUBETSU
           MOVE QTS245-YAKUJORIRITSU   TO SHO-YAKUJORIRITSU
           MOVE QTS245-ENTAIRIRITSU    TO SHO-ENTAIRIRITSU
           MOVE QTS210-SAKUSEIYMD      TO SHO-SAKUSEIYMD
           PERFORM 3200-GET-JUSHO
           WRITE SHOMEN-OUT-REC.

       3000-EXIT.
           EXIT.

      * 送付チャネルは現行設定（連番ゼロ）を引く。未設定会員は
      * 紙扱いとする。
       3100-GET-CHANNEL.
           MOVE "1"                    TO WS-CHANNEL-KBN
           MOVE WS-CUR-KIGYOUCD        TO QTS027-PRMKIGYOUCD
           MOVE WS-CUR-SUBRANGE        TO QTS027-PRMSUBRANGEKEY
           MOVE WS-CUR-KAIINNO         TO QTS027-PRMNAIBUKAIINNO
           MOVE ZERO                   TO QTS027-PRMRENBAN
           READ QTS027-CHANNEL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE QTS027-CHANNELKBN TO WS-CHANNEL-KBN
           END-READ.

       3200-GET-JUSHO.
           MOVE WS-CUR-KIGYOUCD        TO QTS010-PRMKIGYOUCD
           MOVE WS-CUR-SUBRANGE        TO QTS010-PRMSUBRANGEKEY
           MOVE WS-CUR-KAIINNO         TO QTS010-PRMNAIBUKAIINNO
           READ QTS010-MASTER
               INVALID KEY
                   DISPLAY "QTS245B: MEMBER NOT FOUND "
                       QTS010-PRM
               NOT INVALID KEY
                   MOVE QTS010-HONSHIMEIKANA TO SHO-SHIMEIKANA
                   MOVE QTS010-JTKYUUBINNO   TO SHO-YUUBINNO
                   MOVE QTS010-JTKJUSHOKANA  TO SHO-JUSHOKANA
           END-READ.

      * 書面合計を出し、交付管理へ記録する。
       4000-CLOSE-SHOMEN.
           MOVE 4                      TO SHO-RECKBN
           MOVE QTS245-HENSAIKAISUU    TO SHO-KAISUU
           MOVE QTS245-SAISHUYMD       TO SHO-SHIHARAIYMD
           MOVE QTS245-TAISHOGENPON    TO SHO-GENPON
           MOVE ZERO                   TO SHO-RISOKU
           MOVE ZERO                   TO SHO-TESURYO
           MOVE QTS245-SOUHENSAIGAKU   TO SHO-HENSAIGAKU
           MOVE ZERO                   TO SHO-SHIHARAIGOZAN
           WRITE SHOMEN-OUT-REC
           MOVE WS-TODAY               TO QTS245-HAKKOYMD
           MOVE WS-TODAY               TO QTS245-HOSTSHORIYMD
           MOVE FUNCTION CURRENT-DATE(9:6)
                                       TO QTS245-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS245-SVRKOUSHINYMD
           WRITE QTS245-REC
               INVALID KEY
                   DISPLAY "QTS245B: WRITE ERROR " QTS245-PRM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           IF  QTS245-SHOMENKBN = "1"
               ADD 1 TO WS-KEIYAKU-COUNT
           ELSE
               ADD 1 TO WS-HENKO-COUNT
           END-IF
           MOVE ZERO TO WS-CX
           EVALUATE QTS245-SOUFUKBN
               WHEN "1" MOVE 1 TO WS-CX
               WHEN "2" MOVE 2 TO WS-CX
               WHEN "3" MOVE 3 TO WS-CX
           END-EVALUATE
           IF  WS-CX > ZERO
               ADD 1 TO WS-CH-KENSU(WS-CX)
           END-IF
           MOVE "N"                    TO WS-HAKKO-SW.

       8000-WRITE-TRAILER.
           PERFORM 8100-TRAILER-ONE
               VARYING WS-CX FROM 1 BY 1
               UNTIL WS-CX > 3.

       8100-TRAILER-ONE.
           INITIALIZE SHOMEN-OUT-REC
           MOVE 8                    TO SHO-RECKBN
           MOVE WS-TODAY             TO SHO-SAKUSEIYMD
           EVALUATE WS-CX
               WHEN 1 MOVE "1" TO SHO-SOUFUKBN
               WHEN 2 MOVE "2" TO SHO-SOUFUKBN
               WHEN 3 MOVE "3" TO SHO-SOUFUKBN
           END-EVALUATE
           MOVE WS-CH-KENSU(WS-CX)   TO SHO-KENSU
           WRITE SHOMEN-OUT-REC.

       9000-TERMINATE.
           DISPLAY "QTS245B: KEIYAKU=" WS-KEIYAKU-COUNT
                   " HENKO=" WS-HENKO-COUNT
                   " SUMI=" WS-SUMI-COUNT
           CLOSE QTS210-SCHEDULE
           CLOSE QTS200-LOANTBL
           CLOSE QTS010-MASTER
           CLOSE QTS027-CHANNEL
           CLOSE QTS245-SHOMEN
           CLOSE SHOMEN-OUTFILE.
      *8...........2.........3.........4.........5........6........7.........8
