      *8...........2.........3.........4.........5........6........7.........8
      *    QTS300B
      ****************************************************************
      *                利用明細夜間差分抽出バッチ                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   当日計上分の使用側追加        FIP      26/10/15   *
      ****************************************************************
      *    夜間処理の先頭で利用明細（QTS050）を１回だけ読み、前夜の
      *    スナップショット（QTS300SS）とキー照合して当日の追加・変更・
      *    削除を差分ファイル（QTS300）へ出力する。あわせて当夜の
      *    スナップショット（QTS300SN、翌夜のQTS300SS）と、使用側別
      *    の部分集合を利用明細と同じレイアウトで出力する。
      *      QTS300S1 当日計上分（計上日＝業務日付）
      *               QTS230B・QTS278B・QTS304B
      *      QTS300S2 直近計上分（計上日が業務日付からパラメタの
      *               日数以内。オーソリ突合の保留解放日数以上とする）
      *               QTS118B
      *      QTS300S3 対象月計上分（計上日の年月＝パラメタの対象
      *               年月。対象年月ゼロの夜は出力なし）
      *               QTS078B・QTS079B
      *    件数・利用金額をコントロールファイル（QTS301）に記録し、
      *    前夜分との連続性と差分の整合が取れない場合は後続の使用側
      *    を止めるため復帰コード１６で終了する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS300B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SBN-PARAMFILE   ASSIGN TO "QTS300PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS050"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  ZEN-SNAPFILE    ASSIGN TO "QTS300SS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ZEN-STATUS.
           SELECT  NEW-SNAPFILE    ASSIGN TO "QTS300SN"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  QTS300-SABUN    ASSIGN TO "QTS300"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  TOUJITU-FILE    ASSIGN TO "QTS300S1"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  CHOKKIN-FILE    ASSIGN TO "QTS300S2"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  TAISHO-FILE     ASSIGN TO "QTS300S3"
                   ORGANIZATION IS SEQUENTIAL.
           SELECT  QTS301-CTLFILE  ASSIGN TO "QTS301"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS301-PRM
                   FILE STATUS IS WS-QTS301-STATUS.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SBN-PARAMFILE.
       01  SBN-PARAM-REC.
           05  PRM-GYOUMUYMD           PIC 9(08).
      *        ゼロ:当日
           05  PRM-TAISHONENGETU       PIC 9(06).
      *        月次使用側の対象年月。ゼロ:対象月計上分を出力しない
           05  PRM-CHOKKINNISSU        PIC 9(03).
      *        直近計上分の日数。ゼロ:４５日
       FD  QTS050-URIAGE.
       01  QTS050-REC.
           COPY QTS050 REPLACING ==()== BY ==QTS050==.
       FD  ZEN-SNAPFILE.
       01  ZS50-REC.
           COPY QTS050 REPLACING ==()== BY ==ZS50==.
       FD  NEW-SNAPFILE.
       01  NS50-REC.
           COPY QTS050 REPLACING ==()== BY ==NS50==.
       FD  QTS300-SABUN.
       01  QTS300-REC.
           COPY QTS300 REPLACING ==()== BY ==QTS300==.
           COPY QTS050 REPLACING ==()== BY ==SB50==.
       FD  TOUJITU-FILE.
       01  TJ50-REC.
           COPY QTS050 REPLACING ==()== BY ==TJ50==.
       FD  CHOKKIN-FILE.
       01  CK50-REC.
           COPY QTS050 REPLACING ==()== BY ==CK50==.
       FD  TAISHO-FILE.
       01  TG50-REC.
           COPY QTS050 REPLACING ==()== BY ==TG50==.
       FD  QTS301-CTLFILE.
       01  QTS301-REC.
           COPY QTS301 REPLACING ==()== BY ==QTS301==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-ZEN-STATUS           PIC X(02).
       01  WS-QTS301-STATUS        PIC X(02).
       01  WS-CTL-EOF-SW           PIC X(01)     VALUE "N".
           88  WS-CTL-EOF                        VALUE "Y".
       01  WS-ZENKAI-SW            PIC X(01)     VALUE "N".
           88  WS-ZENKAI-ARI                     VALUE "Y".
       01  WS-SAIJIKKO-SW          PIC X(01)     VALUE "N".
           88  WS-SAIJIKKO                       VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
      * 照合キー（ファイル終了時はHIGH-VALUE）
       01  WS-MST-KEY              PIC X(23).
       01  WS-ZEN-KEY              PIC X(23).
      * 前回実行時の当夜利用明細
       01  WS-ZENKAI-YMD           PIC 9(08)     VALUE ZERO.
       01  WS-ZENKAI-KENSU         PIC 9(09)     VALUE ZERO.
       01  WS-ZENKAI-KNG           PIC S9(15)    VALUE ZERO.
       01  WS-CHOKKIN-YMD          PIC 9(08).
       01  WS-KEISAN-KENSU         PIC S9(09).
       01  WS-KEISAN-KNG           PIC S9(15).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-SNAP THRU 2000-EXIT
                   UNTIL WS-MST-KEY = HIGH-VALUES
                     AND WS-ZEN-KEY = HIGH-VALUES
           PERFORM 8000-CHECK-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  SBN-PARAMFILE
           READ SBN-PARAMFILE
               AT END
                   MOVE ZERO TO PRM-GYOUMUYMD
                   MOVE ZERO TO PRM-TAISHONENGETU
                   MOVE ZERO TO PRM-CHOKKINNISSU
           END-READ
           IF  PRM-GYOUMUYMD = ZERO
               MOVE WS-TODAY TO PRM-GYOUMUYMD
           END-IF
           IF  PRM-CHOKKINNISSU = ZERO
               MOVE 045 TO PRM-CHOKKINNISSU
           END-IF
           COMPUTE WS-CHOKKIN-YMD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PRM-GYOUMUYMD)
               - PRM-CHOKKINNISSU)
           OPEN INPUT  QTS050-URIAGE
           OPEN INPUT  ZEN-SNAPFILE
           OPEN OUTPUT NEW-SNAPFILE
           OPEN OUTPUT QTS300-SABUN
           OPEN OUTPUT TOUJITU-FILE
           OPEN OUTPUT CHOKKIN-FILE
           OPEN OUTPUT TAISHO-FILE
           OPEN I-O    QTS301-CTLFILE
           PERFORM 1100-READ-ZENKAI UNTIL WS-CTL-EOF
           INITIALIZE QTS301-REC
           MOVE PRM-GYOUMUYMD        TO QTS301-PRMGYOUMUYMD
           MOVE PRM-TAISHONENGETU    TO QTS301-TAISHONENGETU
           PERFORM 2100-READ-MASTER
           PERFORM 2200-READ-ZEN.

      * コントロールファイルから業務日付より前の最新の実行を探す。
      * 同じ業務日付の記録があれば再実行として置き換える。
       1100-READ-ZENKAI.
           READ QTS301-CTLFILE NEXT
               AT END SET WS-CTL-EOF TO TRUE
           END-READ
           IF  NOT WS-CTL-EOF
               IF  QTS301-PRMGYOUMUYMD < PRM-GYOUMUYMD
                   IF  QTS301-PRMGYOUMUYMD > WS-ZENKAI-YMD
                       SET WS-ZENKAI-ARI TO TRUE
                       MOVE QTS301-PRMGYOUMUYMD TO WS-ZENKAI-YMD
                       MOVE QTS301-MSTKENSU     TO WS-ZENKAI-KENSU
                       MOVE QTS301-MSTKNG       TO WS-ZENKAI-KNG
                   END-IF
               ELSE
                   IF  QTS301-PRMGYOUMUYMD = PRM-GYOUMUYMD
                       SET WS-SAIJIKKO TO TRUE
                   END-IF
               END-IF
           END-IF.

      * 利用明細と前夜スナップショットをキー順に突き合わせる。
      *   利用明細のみ          : 追加
      *   スナップショットのみ  : 削除
      *   両方にあり内容が異なる: 変更
       2000-MATCH-SNAP.
           IF  WS-MST-KEY < WS-ZEN-KEY
               MOVE "A"              TO QTS300-SABUNKBN
               MOVE ZERO             TO QTS300-MAEKNG
               MOVE QTS050-SEG       TO SB50-SEG
               PERFORM 3000-WRITE-SABUN
               ADD 1 TO QTS301-TSUIKAKENSU
               ADD QTS050-GKGRIYOUKNG TO QTS301-TSUIKAKNG
               PERFORM 2100-READ-MASTER
               GO TO 2000-EXIT
           END-IF
           IF  WS-MST-KEY > WS-ZEN-KEY
               MOVE "D"              TO QTS300-SABUNKBN
               MOVE ZS50-GKGRIYOUKNG TO QTS300-MAEKNG
               MOVE ZS50-SEG         TO SB50-SEG
               PERFORM 3000-WRITE-SABUN
               ADD 1 TO QTS301-SAKUJOKENSU
               ADD ZS50-GKGRIYOUKNG  TO QTS301-SAKUJOKNG
               PERFORM 2200-READ-ZEN
               GO TO 2000-EXIT
           END-IF
           IF  QTS050-REC NOT = ZS50-REC
               MOVE "C"              TO QTS300-SABUNKBN
               MOVE ZS50-GKGRIYOUKNG TO QTS300-MAEKNG
               MOVE QTS050-SEG       TO SB50-SEG
               PERFORM 3000-WRITE-SABUN
               ADD 1 TO QTS301-HENKOKENSU
               ADD ZS50-GKGRIYOUKNG  TO QTS301-HENKOMAEKNG
               ADD QTS050-GKGRIYOUKNG TO QTS301-HENKOATOKNG
           END-IF
           PERFORM 2100-READ-MASTER
           PERFORM 2200-READ-ZEN.

       2000-EXIT.
           EXIT.

      * 利用明細は読んだ全件を当夜のスナップショットへ写し、使用側
      * 別の部分集合を振り分ける。
       2100-READ-MASTER.
           READ QTS050-URIAGE
               AT END MOVE HIGH-VALUES TO WS-MST-KEY
           END-READ
           IF  WS-MST-KEY NOT = HIGH-VALUES
               MOVE QTS050-PRM       TO WS-MST-KEY
               ADD 1 TO QTS301-MSTKENSU
               ADD QTS050-GKGRIYOUKNG TO QTS301-MSTKNG
               WRITE NS50-REC FROM QTS050-REC
               IF  QTS050-KEIJYOUBI = PRM-GYOUMUYMD
                   WRITE TJ50-REC FROM QTS050-REC
                   ADD 1 TO QTS301-TOUJITUKENSU
               END-IF
               IF  QTS050-KEIJYOUBI NOT < WS-CHOKKIN-YMD
               AND QTS050-KEIJYOUBI NOT > PRM-GYOUMUYMD
                   WRITE CK50-REC FROM QTS050-REC
                   ADD 1 TO QTS301-CHOKKINKENSU
               END-IF
               IF  PRM-TAISHONENGETU NOT = ZERO
               AND QTS050-KEIJYOUBI(1:6) = PRM-TAISHONENGETU
                   WRITE TG50-REC FROM QTS050-REC
                   ADD 1 TO QTS301-TAISHOKENSU
               END-IF
           END-IF.

       2200-READ-ZEN.
           READ ZEN-SNAPFILE
               AT END MOVE HIGH-VALUES TO WS-ZEN-KEY
           END-READ
           IF  WS-ZEN-KEY NOT = HIGH-VALUES
               MOVE ZS50-PRM         TO WS-ZEN-KEY
               ADD 1 TO QTS301-ZENKENSU
               ADD ZS50-GKGRIYOUKNG  TO QTS301-ZENKNG
           END-IF.

       3000-WRITE-SABUN.
           MOVE PRM-GYOUMUYMD        TO QTS300-GYOUMUYMD
           WRITE QTS300-REC.

      * ①前夜スナップショットが前回実行時の利用明細と同じ世代か、
      * ②当夜の利用明細が前夜＋差分で説明できるかを確かめる。
      * 初回（前回の記録なし）は①を省く。
       8000-CHECK-CONTROL.
           MOVE "0"                  TO QTS301-SHOUGOUSTS
           IF  WS-ZENKAI-ARI
               IF  QTS301-ZENKENSU NOT = WS-ZENKAI-KENSU
               OR  QTS301-ZENKNG   NOT = WS-ZENKAI-KNG
                   MOVE "1"          TO QTS301-SHOUGOUSTS
                   DISPLAY "QTS300B: SNAPSHOT FUICCHI ZENKAI="
                           WS-ZENKAI-YMD
                           " KENSU=" WS-ZENKAI-KENSU
                           " SNAP=" QTS301-ZENKENSU
               END-IF
           END-IF
           COMPUTE WS-KEISAN-KENSU =
               QTS301-ZENKENSU + QTS301-TSUIKAKENSU
               - QTS301-SAKUJOKENSU
           COMPUTE WS-KEISAN-KNG =
               QTS301-ZENKNG + QTS301-TSUIKAKNG
               + QTS301-HENKOATOKNG - QTS301-HENKOMAEKNG
               - QTS301-SAKUJOKNG
           IF  WS-KEISAN-KENSU NOT = QTS301-MSTKENSU
           OR  WS-KEISAN-KNG   NOT = QTS301-MSTKNG
               MOVE "2"              TO QTS301-SHOUGOUSTS
               DISPLAY "QTS300B: SABUN FUICCHI KENSU="
                       QTS301-MSTKENSU " KEISAN=" WS-KEISAN-KENSU
           END-IF
           MOVE WS-TODAY             TO QTS301-HOSTSHORIYMD
           MOVE WS-NOW-TIME          TO QTS301-HOSTSHORITIME
           MOVE WS-TODAY             TO QTS301-SVRKOUSHINYMD
           IF  WS-SAIJIKKO
               REWRITE QTS301-REC
           ELSE
               WRITE QTS301-REC
           END-IF
           IF  QTS301-SHOUGOUSTS NOT = "0"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS300B: GYOUMUYMD=" PRM-GYOUMUYMD
                   " MASTER=" QTS301-MSTKENSU
                   " SNAP=" QTS301-ZENKENSU
                   " TSUIKA=" QTS301-TSUIKAKENSU
                   " HENKO=" QTS301-HENKOKENSU
                   " SAKUJO=" QTS301-SAKUJOKENSU
           DISPLAY "QTS300B: TOUJITU=" QTS301-TOUJITUKENSU
                   " CHOKKIN=" QTS301-CHOKKINKENSU
                   " TAISHO=" QTS301-TAISHOKENSU
                   " SHOUGOU=" QTS301-SHOUGOUSTS
           CLOSE SBN-PARAMFILE
           CLOSE QTS050-URIAGE
           CLOSE ZEN-SNAPFILE
           CLOSE NEW-SNAPFILE
           CLOSE QTS300-SABUN
           CLOSE TOUJITU-FILE
           CLOSE CHOKKIN-FILE
           CLOSE TAISHO-FILE
           CLOSE QTS301-CTLFILE.
