      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   利用停止・提供停止会員の除外  FIP      26/10/15   *
      ****************************************************************
      *
      * 従来の全件再作成に代わり、保守処理・夜間更新が積んだ会員
      * 変更キー差分（QTS811DL）の会員だけQTS810レコードを作り直す。
      * 出力にはヘッダへ世代番号を振り、配信先は欠番検知時に
      * ベースライン（全件モード）を要求できる。
      * 通知チャネル許諾マスタ（QTS222）で利用停止・第三者提供停止
      * 中の会員は出力しない。差分では配信先に当該会員の行を消させ
      * るため、データ行の代わりに配信停止行を出す（ベースラインは
      * 全件の置き換えのため出力しないだけでよい）。
      *
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS811B.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS020-SEG
                   FILE STATUS IS WS-QTS020-STATUS.
           SELECT  QTS222-KYODAKU  ASSIGN TO "QTS222"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS222-PRM
                   FILE STATUS IS WS-QTS222-STATUS.
           SELECT  EXTRACT-OUTFILE ASSIGN TO "QTS810DL"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS020-KAZOKU.
       01  QTS020-REC.
           COPY QTS020 REPLACING ==()== BY ==QTS020==.
       FD  QTS222-KYODAKU.
       01  QTS222-REC.
           COPY QTS222 REPLACING ==()== BY ==QTS222==.
       FD  EXTRACT-OUTFILE.
       01  EXTRACT-OUT-REC.
           05  EXT-RECKBN              PIC 9(01).
      *        1:ヘッダ  2:データ（QTS810の250バイトイメージ）
      *        3:配信停止（会員の全行を削除させる）  8:トレーラ
           05  EXT-HONBUN              PIC X(250).
       01  EXTRACT-HEAD-REC REDEFINES EXTRACT-OUT-REC.
           05  FILLER                  PIC X(01).
           05  EXH-MODEKBN             PIC 9(01).
           05  EXH-SAKUSEIYMD          PIC 9(08).
           05  FILLER                  PIC X(235).
       01  EXTRACT-TEISHI-REC REDEFINES EXTRACT-OUT-REC.
           05  FILLER                  PIC X(01).
           05  EXD-KAIINNO16           PIC X(16).
      *        データ行の内部会員番号と同じ位置・編集
           05  EXD-TEISHIYMD           PIC 9(08).
           05  FILLER                  PIC X(226).
       01  EXTRACT-TRL-REC  REDEFINES EXTRACT-OUT-REC.
           05  FILLER                  PIC X(01).
           05  EXT-KENSU               PIC 9(07).
       WORKING-STORAGE             SECTION.
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS020-STATUS        PIC X(02).
       01  WS-QTS222-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-OUT-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-TEISHI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-TEISHI-SW            PIC X(01).
           88  WS-TEISHI                         VALUE "Y".
       01  WS-810-REC.
           COPY QTS810.
      * 差分対象会員キー（重複キーは一件に名寄せする）
           OPEN INPUT  SEDAI-CTLFILE
           OPEN OUTPUT SEDAI-CTLOUT
           OPEN INPUT  QTS020-KAZOKU
           OPEN INPUT  QTS222-KYODAKU
           OPEN OUTPUT EXTRACT-OUTFILE
           READ SABUN-PARAMFILE
               AT END CONTINUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4000-EDIT-MEMBER THRU 4000-EXIT
           END-READ.

      * 本人と家族の順でQTS810イメージを編集する（従来の全件抽出
      * と同じ行構成）。
       4000-EDIT-MEMBER.
           PERFORM 4050-CHECK-TEISHI
           IF  WS-TEISHI
               IF  WS-MODEKBN = 1
                   PERFORM 7100-WRITE-TEISHI
               END-IF
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-EDIT-HONNIN
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE QTS010-PRMKIGYOUCD   TO QTS020-PRMKIGYOUCD
           END-START
           PERFORM 4200-EDIT-KAZOKU UNTIL WS-SCAN-EOF.

       4000-EXIT.
           EXIT.

       4050-CHECK-TEISHI.
           MOVE "N" TO WS-TEISHI-SW
           MOVE QTS010-PRMKIGYOUCD   TO QTS222-PRMKIGYOUCD
           MOVE QTS010-PRMSUBRANGEKEY TO QTS222-PRMSUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO
               TO QTS222-PRMNAIBUKAIINNO
           READ QTS222-KYODAKU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS222-RIYOUTEISHI = "1"
                   OR  QTS222-DAISANSHATEISHI = "1"
                       SET WS-TEISHI TO TRUE
                   END-IF
           END-READ.

       4100-EDIT-HONNIN.
           INITIALIZE WS-810-REC
           MOVE SPACES TO QTS810-PRMNAIBUKAIINNO
               AT END SET WS-EOF TO TRUE
           END-READ
           IF  NOT WS-EOF
               PERFORM 4000-EDIT-MEMBER THRU 4000-EXIT
           END-IF.

       7000-WRITE-DATA.
           WRITE EXTRACT-OUT-REC
           ADD 1 TO WS-OUT-COUNT.

       7100-WRITE-TEISHI.
           MOVE 3                    TO EXT-RECKBN
           MOVE SPACES               TO EXT-HONBUN
           STRING QTS010-PRMKIGYOUCD QTS010-PRMSUBRANGEKEY
                  QTS010-PRMNAIBUKAIINNO DELIMITED BY SIZE
               INTO EXD-KAIINNO16
           MOVE QTS222-TEISHIYMD     TO EXD-TEISHIYMD
           WRITE EXTRACT-OUT-REC
           ADD 1 TO WS-TEISHI-COUNT.

       8000-WRITE-TRAILER.
           MOVE 8                    TO EXT-RECKBN
           MOVE SPACES               TO EXT-HONBUN
           DISPLAY "QTS811B: MODE=" WS-MODEKBN
                   " SEDAI=" WS-SEDAIBAN
                   " OUT=" WS-OUT-COUNT
                   " TEISHI=" WS-TEISHI-COUNT
           IF  WS-MODEKBN = 1
               CLOSE DELTA-INFILE
           END-IF
           CLOSE SEDAI-CTLOUT
           CLOSE QTS010-MASTER
           CLOSE QTS020-KAZOKU
           CLOSE QTS222-KYODAKU
           CLOSE EXTRACT-OUTFILE.
      *8...........2.........3.........4.........5........6........7.........8
