      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   請求書番号の連番部を６桁化    FIP      26/09/03   *
      *   000003   あとから変更の表示            FIP      26/10/15   *
      *   000004   海外事務手数料の区分表示      FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS122B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS027-PRM
                   FILE STATUS IS WS-QTS027-STATUS.
           SELECT  QTS261-HENKAN   ASSIGN TO "QTS261"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS261-SEG
                   FILE STATUS IS WS-QTS261-STATUS.
           SELECT  STMT-OUTFILE    ASSIGN TO "QTS122ST"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS027-CHANNEL.
       01  QTS027-REC.
           COPY QTS027 REPLACING ==()== BY ==QTS027==.
       FD  QTS261-HENKAN.
       01  QTS261-REC.
           COPY QTS261 REPLACING ==()== BY ==QTS261==.
       FD  STMT-OUTFILE.
       01  STMT-OUT-REC.
           05  STM-RECKBN              PIC 9(01).
           05  STM-SIHARAIYOTEIBI      PIC 9(02).
           05  STM-KENSU               PIC 9(07).
      *        トレーラのみ:当該チャネルのサマリ件数
           05  STM-HENKANKBN           PIC X(01).
      *        明細のみ:あとから変更（R:リボ B:分割 空白:なし）
           05  STM-HENKANKNG           PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        明細のみ:あとから変更の対象利用額
           05  STM-MEISAISHUBETSU      PIC X(01).
      *        明細のみ:明細種別（K:海外事務手数料 空白:利用等）
           05  STM-KAIGAITESURYO       PIC S9(11) SIGN LEADING
                                                  SEPARATE.
      *        サマリのみ:請求合計のうち海外事務手数料
       WORKING-STORAGE             SECTION.
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS103-STATUS        PIC X(02).
       01  WS-QTS080-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS027-STATUS        PIC X(02).
       01  WS-QTS261-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
             07  WS-MM-KAIINNO     PIC 9(08).
             07  WS-MM-STMTNO      PIC 9(12).
             07  WS-MM-SEIKYUKNG   PIC S9(11).
             07  WS-MM-KAIGAIKNG   PIC S9(11).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-MEISAI THRU 2900-NEXT-MEISAI
                   UNTIL WS-EOF
           PERFORM 5000-EDIT-SUMMARY
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-MEM-MAX
           OPEN INPUT  QTS080-POINT
           OPEN INPUT  QTS010-MASTER
           OPEN INPUT  QTS027-CHANNEL
           OPEN INPUT  QTS261-HENKAN
           OPEN OUTPUT STMT-OUTFILE
           MOVE WS-TODAY(1:6) TO WS-NENGETU
           MOVE ZERO TO PRM-SAIKIGYOUCD
           MOVE QTS100-JTMGENPON     TO STM-KINGAKU1
           COMPUTE STM-KINGAKU2 =
               QTS100-JTMTESURYO + QTS100-JTMJIMTESURYO
           PERFORM 2200-GET-HENKAN
      *    海外事務手数料の明細（伝票種別9006）は利用と分けて表示
      *    できるよう種別を付け、会員別に合計する。
           IF  QTS100-DENPYOUSYUBETSU = "9006"
               MOVE "K"              TO STM-MEISAISHUBETSU
               ADD WS-MEISAI-KNG     TO WS-MM-KAIGAIKNG(WS-IX)
           END-IF
           WRITE STMT-OUT-REC
           ADD 1 TO WS-MEISAI-COUNT.

               MOVE WS-STMT-NO TO WS-MM-STMTNO(WS-IX)
           END-IF.

      * あとからリボ・分割へ変更済の明細（入金明細番号＝取引通番）
      * には変更区分と対象利用額を付ける。リボ変更分の元本は
      * リボ約定請求額に含まれる。
       2200-GET-HENKAN.
           MOVE QTS100-PRMKIGYOUCD     TO QTS261-PRMKIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO QTS261-PRMSUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO QTS261-PRMNAIBUKAIINNO
           MOVE QTS100-PRMNYUKINMEISAI TO QTS261-PRMTORIHIKINO
           READ QTS261-HENKAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS261-HENKANSTS = "2"
                       MOVE QTS261-HENKANKBN TO STM-HENKANKBN
                       MOVE QTS261-HENKANKNG TO STM-HENKANKNG
                   END-IF
           END-READ.

      * 会員別サマリの編集。リボ約定請求額（Ｓ・Ｃ合算）、ポイント
      * 残高、支払予定日、送付チャネルを各マスタから補完する。
       5000-EDIT-SUMMARY.
           MOVE WS-MM-SEIKYUKNG(WS-IX) TO STM-KINGAKU1
           MOVE WS-REVO-KNG          TO STM-KINGAKU2
           MOVE WS-ZAN-POINT         TO STM-ZANPOINT
           MOVE WS-MM-KAIGAIKNG(WS-IX) TO STM-KAIGAITESURYO
           MOVE WS-MM-KIGYOUCD(WS-IX) TO QTS010-PRMKIGYOUCD
           MOVE WS-MM-SUBRANGE(WS-IX) TO QTS010-PRMSUBRANGEKEY
           MOVE WS-MM-KAIINNO(WS-IX)  TO QTS010-PRMNAIBUKAIINNO
           CLOSE QTS080-POINT
           CLOSE QTS010-MASTER
           CLOSE QTS027-CHANNEL
           CLOSE QTS261-HENKAN
           CLOSE STMT-OUTFILE.
      *8...........2.........3.........4.........5........6........7.........8
