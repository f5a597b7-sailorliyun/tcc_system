      *8...........2.........3.........4.........5........6........7.........8
      *    QTS291B
      ****************************************************************
      *                店舗統廃合・店コード付替バッチ                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    営業店の閉店・統合を店舗統廃合管理ファイル（QTS291）で管理
      *    し、実施日に会員と未完了債権の店コードを新店へ付け替える。
      *      ・登録指示（QTS291TR）の旧店・新店を店テーブル（QTS180）
      *        の営業店コードと有効期間で検証して登録・取消する。旧店
      *        は実施日前から有効であること、新店は実施日に有効である
      *        ことを条件とする
      *      ・実施日が到来した登録済の統廃合は、実施時点で新店の有効
      *        性を再検証したうえで、会員マスタ（QTS010）の債権管理店
      *        ・営業店・獲得店・ＤＭ店、未分解の入金計上（QTS090）と
      *        未回収残のある入金分解（QTS100）の債権管理店を付け替え
      *        る。付替えの明細は店舗統廃合履歴（QTS292）へ残す
      *      ・付け替えた入金分解の未回収残は事業本部別に集計し、営業
      *        債権（１３０）を旧店から新店へ振り替える仕訳を総勘定
      *        仕訳抽出（QTS230）へ発生元区分Ｅで起票する
      *    同じ日に新店がさらに別の統廃合の旧店となる連鎖や、同じ旧店
      *    の重複は実施不可とする。検証エラー・実施不可はリストへ出し
      *    復帰コード４で終了する。日次総勘定仕訳抽出（QTS230B）の後
      *    に実行する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS291B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  SAIHEN-TRANFILE ASSIGN TO "QTS291TR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS180-TENFILE  ASSIGN TO "QTS180"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS180-STATUS.
           SELECT  QTS291-SAIHEN   ASSIGN TO "QTS291"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS291-PRM
                   FILE STATUS IS WS-QTS291-STATUS.
           SELECT  QTS010-MASTER   ASSIGN TO "QTS010"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS010-PRM
                   FILE STATUS IS WS-QTS010-STATUS.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS090-STATUS.
           SELECT  QTS100-BUNKAI   ASSIGN TO "QTS100"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS100-STATUS.
           SELECT  QTS230-SIWAKE   ASSIGN TO "QTS230"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS230-STATUS.
           SELECT  QTS292-RIREKI   ASSIGN TO "QTS292"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS292-STATUS.
           SELECT  SAIHEN-LIST     ASSIGN TO "QTS291RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  SAIHEN-TRANFILE.
       01  SAIHEN-TRAN-REC.
           05  SHT-ACTIONKBN           PIC 9(01).
      *        1:登録  9:取消
           05  SHT-KIGYOUCD            PIC X(04).
           05  SHT-KYUTENCD            PIC X(02).
           05  SHT-JISSHIYMD           PIC 9(08).
           05  SHT-SHINTENCD           PIC X(02).
           05  SHT-SAIHENKBN           PIC X(01).
      *        1:閉店  2:統合
       FD  QTS180-TENFILE.
       01  QTS180-REC.
           COPY QTS180 REPLACING ==()== BY ==QTS180==.
       FD  QTS291-SAIHEN.
       01  QTS291-REC.
           COPY QTS291 REPLACING ==()== BY ==QTS291==.
       FD  QTS010-MASTER.
       01  QTS010-REC.
           COPY QTS010 REPLACING ==()== BY ==QTS010==.
       FD  QTS090-NYUKIN.
       01  QTS090-REC.
           COPY QTS090 REPLACING ==()== BY ==QTS090==.
       FD  QTS100-BUNKAI.
       01  QTS100-REC.
           COPY QTS100 REPLACING ==()== BY ==QTS100==.
       FD  QTS230-SIWAKE.
       01  QTS230-REC.
           COPY QTS230 REPLACING ==()== BY ==QTS230==.
       FD  QTS292-RIREKI.
       01  QTS292-REC.
           COPY QTS292 REPLACING ==()== BY ==QTS292==.
       FD  SAIHEN-LIST.
       01  SAIHEN-LIST-LINE            PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS180-STATUS        PIC X(02).
       01  WS-QTS291-STATUS        PIC X(02).
       01  WS-QTS010-STATUS        PIC X(02).
       01  WS-QTS090-STATUS        PIC X(02).
       01  WS-QTS100-STATUS        PIC X(02).
       01  WS-QTS230-STATUS        PIC X(02).
       01  WS-QTS292-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-SCAN-EOF-SW          PIC X(01).
           88  WS-SCAN-EOF                       VALUE "Y".
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-KOUSHIN-SW           PIC X(01).
           88  WS-KOUSHIN                        VALUE "Y".
       01  WS-HB-SW                PIC X(01).
           88  WS-HB-HIT                         VALUE "Y".
       01  WS-KYU-SW               PIC X(01).
           88  WS-KYU-OK                         VALUE "Y".
       01  WS-SHIN-SW              PIC X(01).
           88  WS-SHIN-OK                        VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-NOW-TIME             PIC 9(06).
       01  WS-ERR-CD               PIC X(06).
       01  WS-SHORI                PIC X(08).
       01  WS-KIGYOUCD             PIC X(04).
       01  WS-ZAN-KNG              PIC S9(13).
       01  WS-KNG-GOKEI            PIC S9(13).
       01  WS-CK-KIGYOUCD          PIC X(04).
       01  WS-CK-KYUTENCD          PIC X(02).
       01  WS-CK-SHINTENCD         PIC X(02).
       01  WS-CK-JISSHIYMD         PIC 9(08).
       01  WS-TX                   PIC 9(04)     VALUE ZERO  COMP.
       01  WS-TN-MAX               PIC 9(04)     VALUE ZERO  COMP.
       01  WS-SX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-SY                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-SH-MAX               PIC 9(02)     VALUE ZERO  COMP.
       01  WS-HX                   PIC 9(02)     VALUE ZERO  COMP.
       01  WS-TOUROKU-COUNT        PIC 9(07)     VALUE ZERO.
       01  WS-TORIKESHI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-JISSHI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-KAIIN-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-NYUKIN-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-BUNKAI-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TEN-TBL.
      *    店テーブルの営業店コードと有効期間
           05  WS-TN-ENT           OCCURS 3000.
             07  WS-TN-KIGYOUCD    PIC X(04).
             07  WS-TN-TENCD       PIC X(02).
             07  WS-TN-KAISI       PIC 9(08).
             07  WS-TN-OWARI       PIC 9(08).
       01  WS-SAIHEN-TBL.
      *    当日実施する統廃合と付替結果・事業本部別の振替金額
           05  WS-SH-ENT           OCCURS 50.
             07  WS-SH-KIGYOUCD    PIC X(04).
             07  WS-SH-KYUTENCD    PIC X(02).
             07  WS-SH-KYUTEN9     REDEFINES WS-SH-KYUTENCD
                                   PIC 9(02).
             07  WS-SH-JISSHIYMD   PIC 9(08).
             07  WS-SH-SHINTENCD   PIC X(02).
             07  WS-SH-SHINTEN9    REDEFINES WS-SH-SHINTENCD
                                   PIC 9(02).
             07  WS-SH-KAIIN       PIC 9(07).
             07  WS-SH-NYUKIN      PIC 9(07).
             07  WS-SH-BUNKAI      PIC 9(07).
             07  WS-SH-HBMAX       PIC 9(02)     COMP.
             07  WS-SH-HB          OCCURS 20.
               09  WS-SH-HONBUCD   PIC X(02).
               09  WS-SH-KNG       PIC S9(13).
               09  WS-SH-KENSU     PIC 9(07).
       01  WS-RL-LINE.
           05  WS-RL-KIGYOUCD      PIC X(04).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-KYUTENCD      PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-JISSHIYMD     PIC 9(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-SHINTENCD     PIC X(02).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-SHORI         PIC X(08).
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-KAIIN         PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-NYUKIN        PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-BUNKAI        PIC ZZZZZZ9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-FURIKAE       PIC --------------9.
           05  FILLER              PIC X(01)     VALUE SPACES.
           05  WS-RL-BIKO          PIC X(06).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-TEN UNTIL WS-EOF
           CLOSE QTS180-TENFILE
           MOVE "N" TO WS-EOF-SW
           READ SAIHEN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM 2000-REGIST-TRAN THRU 2000-EXIT
                   UNTIL WS-EOF
           PERFORM 3000-SELECT-SAIHEN
           IF  WS-SH-MAX > ZERO
               OPEN EXTEND QTS292-RIREKI
               OPEN EXTEND QTS230-SIWAKE
               PERFORM 4000-REHOME-KAIIN
               PERFORM 5000-REHOME-NYUKIN
               PERFORM 6000-REHOME-BUNKAI
               PERFORM 7000-KANRYO-SAIHEN
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SH-MAX
               CLOSE QTS292-RIREKI
               CLOSE QTS230-SIWAKE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-TEN-TBL
           INITIALIZE WS-SAIHEN-TBL
           OPEN INPUT  SAIHEN-TRANFILE
           OPEN INPUT  QTS180-TENFILE
           OPEN I-O    QTS291-SAIHEN
           OPEN OUTPUT SAIHEN-LIST
           READ QTS180-TENFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 店テーブルの企業コード・営業店コード・有効期間を検証用の
      * 表に取り込む（有効期間の終了日ゼロは期限なし）。
       1100-LOAD-TEN.
           IF  WS-TN-MAX >= 3000
               DISPLAY "QTS291B: TEN TABLE OVERFLOW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TN-MAX
           MOVE QTS180-PRMKIGYOUCD     TO WS-TN-KIGYOUCD(WS-TN-MAX)
           MOVE QTS180-PRMEIGYOUTENCD  TO WS-TN-TENCD(WS-TN-MAX)
           MOVE QTS180-PRMYUKOKAISI    TO WS-TN-KAISI(WS-TN-MAX)
           MOVE QTS180-PRMYUKOOWARI    TO WS-TN-OWARI(WS-TN-MAX)
           READ QTS180-TENFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 統廃合の登録・取消指示を検証して管理ファイルへ反映する。
      * 登録は実施日が処理日以降のものに限り、取消は未実施（登録
      * 済）のものに限る。
       2000-REGIST-TRAN.
           MOVE SPACES                 TO WS-ERR-CD
           MOVE SHT-KIGYOUCD           TO QTS291-PRMKIGYOUCD
           MOVE SHT-KYUTENCD           TO QTS291-PRMKYUTENCD
           MOVE SHT-JISSHIYMD          TO QTS291-PRMJISSHIYMD
           READ QTS291-SAIHEN
               INVALID KEY
                   MOVE "N" TO WS-HIT-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIT-SW
           END-READ
           EVALUATE SHT-ACTIONKBN
               WHEN 1
                   MOVE "TOUROKU"      TO WS-SHORI
                   IF  WS-HIT
                       MOVE "JUFUKU"   TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
                   IF  SHT-JISSHIYMD < WS-TODAY
                       MOVE "HIZUKE"   TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
                   IF  SHT-SAIHENKBN NOT = "1"
                   AND SHT-SAIHENKBN NOT = "2"
                       MOVE "KBN"      TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
                   MOVE SHT-KIGYOUCD   TO WS-CK-KIGYOUCD
                   MOVE SHT-KYUTENCD   TO WS-CK-KYUTENCD
                   MOVE SHT-SHINTENCD  TO WS-CK-SHINTENCD
                   MOVE SHT-JISSHIYMD  TO WS-CK-JISSHIYMD
                   PERFORM 3500-CHECK-TEN
                   IF  WS-ERR-CD NOT = SPACES
                       GO TO 2000-ERROR
                   END-IF
                   INITIALIZE QTS291-REC
                   MOVE SHT-KIGYOUCD   TO QTS291-PRMKIGYOUCD
                   MOVE SHT-KYUTENCD   TO QTS291-PRMKYUTENCD
                   MOVE SHT-JISSHIYMD  TO QTS291-PRMJISSHIYMD
                   MOVE SHT-SHINTENCD  TO QTS291-SHINTENCD
                   MOVE SHT-SAIHENKBN  TO QTS291-SAIHENKBN
                   MOVE "1"            TO QTS291-SAIHENSTS
                   MOVE WS-TODAY       TO QTS291-TOUROKUYMD
                   MOVE WS-TODAY       TO QTS291-HOSTSHORIYMD
                   MOVE WS-NOW-TIME    TO QTS291-HOSTSHORITIME
                   MOVE WS-TODAY       TO QTS291-SVRKOUSHINYMD
                   WRITE QTS291-REC
                   ADD 1 TO WS-TOUROKU-COUNT
               WHEN 9
                   MOVE "TORIKESI"     TO WS-SHORI
                   IF  NOT WS-HIT
                       MOVE "NASHI"    TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
                   IF  QTS291-SAIHENSTS NOT = "1"
                       MOVE "JOKYO"    TO WS-ERR-CD
                       GO TO 2000-ERROR
                   END-IF
                   MOVE "9"            TO QTS291-SAIHENSTS
                   MOVE WS-TODAY       TO QTS291-HOSTSHORIYMD
                   MOVE WS-NOW-TIME    TO QTS291-HOSTSHORITIME
                   MOVE WS-TODAY       TO QTS291-SVRKOUSHINYMD
                   REWRITE QTS291-REC
                   ADD 1 TO WS-TORIKESHI-COUNT
               WHEN OTHER
                   MOVE "SHIJI"        TO WS-SHORI
                   MOVE "KBN"          TO WS-ERR-CD
                   GO TO 2000-ERROR
           END-EVALUATE
           PERFORM 8000-WRITE-TRAN-LIST
           GO TO 2000-NEXT.

       2000-ERROR.
           ADD 1                       TO WS-ERROR-COUNT
           PERFORM 8000-WRITE-TRAN-LIST.

       2000-NEXT.
           READ SAIHEN-TRANFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-EXIT.
           EXIT.

      * 実施日が到来した登録済の統廃合を当日の実施対象として表に
      * 取り込む。新店の有効性を実施時点の店テーブルで再検証し、
      * 不可のものは実施不可（状況８）として理由を残す。
       3000-SELECT-SAIHEN.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO QTS291-PRM
           START QTS291-SAIHEN KEY IS NOT LESS THAN QTS291-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 3100-READ-SAIHEN THRU 3100-EXIT
                   UNTIL WS-SCAN-EOF.

       3100-READ-SAIHEN.
           READ QTS291-SAIHEN NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF  QTS291-SAIHENSTS NOT = "1"
           OR  QTS291-PRMJISSHIYMD > WS-TODAY
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES                 TO WS-ERR-CD
           MOVE QTS291-PRMKIGYOUCD     TO WS-CK-KIGYOUCD
           MOVE QTS291-PRMKYUTENCD     TO WS-CK-KYUTENCD
           MOVE QTS291-SHINTENCD       TO WS-CK-SHINTENCD
           MOVE QTS291-PRMJISSHIYMD    TO WS-CK-JISSHIYMD
           PERFORM 3500-CHECK-TEN
           IF  WS-ERR-CD = SPACES
               PERFORM 3600-CHECK-RENSA
                   VARYING WS-SY FROM 1 BY 1
                   UNTIL WS-SY > WS-SH-MAX
           END-IF
           IF  WS-ERR-CD NOT = SPACES
               MOVE "8"                TO QTS291-SAIHENSTS
               MOVE WS-ERR-CD          TO QTS291-ERRCD
               MOVE WS-TODAY           TO QTS291-JISSHIZUMIYMD
               MOVE WS-TODAY           TO QTS291-HOSTSHORIYMD
               MOVE WS-NOW-TIME        TO QTS291-HOSTSHORITIME
               MOVE WS-TODAY           TO QTS291-SVRKOUSHINYMD
               REWRITE QTS291-REC
               ADD 1                   TO WS-ERROR-COUNT
               MOVE "FUKA"             TO WS-SHORI
               PERFORM 8100-WRITE-SAIHEN-LIST
               GO TO 3100-EXIT
           END-IF
           IF  WS-SH-MAX >= 50
               DISPLAY "QTS291B: SAIHEN TABLE FULL " QTS291-PRM
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-SH-MAX
           MOVE QTS291-PRMKIGYOUCD     TO WS-SH-KIGYOUCD(WS-SH-MAX)
           MOVE QTS291-PRMKYUTENCD     TO WS-SH-KYUTENCD(WS-SH-MAX)
           MOVE QTS291-PRMJISSHIYMD    TO WS-SH-JISSHIYMD(WS-SH-MAX)
           MOVE QTS291-SHINTENCD       TO WS-SH-SHINTENCD(WS-SH-MAX).

       3100-EXIT.
           EXIT.

      * 旧店・新店の店テーブル検証。店コードは会員マスタの店項目
      * （数字２桁）へ移すため数字に限る。旧店は実施日より前から
      * 有効であり、新店は実施日に有効であること。
       3500-CHECK-TEN.
           IF  WS-CK-KYUTENCD NOT NUMERIC
           OR  WS-CK-SHINTENCD NOT NUMERIC
               MOVE "TENCD"            TO WS-ERR-CD
           ELSE
               IF  WS-CK-KYUTENCD = WS-CK-SHINTENCD
                   MOVE "DOUITU"       TO WS-ERR-CD
               ELSE
                   MOVE "N" TO WS-KYU-SW
                   MOVE "N" TO WS-SHIN-SW
                   PERFORM 3510-SCAN-TEN
                       VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TN-MAX
                   EVALUATE TRUE
                       WHEN NOT WS-KYU-OK
                           MOVE "KYUTEN"  TO WS-ERR-CD
                       WHEN NOT WS-SHIN-OK
                           MOVE "SHINTN"  TO WS-ERR-CD
                   END-EVALUATE
               END-IF
           END-IF.

       3510-SCAN-TEN.
           IF  WS-TN-KIGYOUCD(WS-TX) = WS-CK-KIGYOUCD
               IF  WS-TN-TENCD(WS-TX) = WS-CK-KYUTENCD
               AND WS-TN-KAISI(WS-TX) < WS-CK-JISSHIYMD
                   SET WS-KYU-OK TO TRUE
               END-IF
               IF  WS-TN-TENCD(WS-TX) = WS-CK-SHINTENCD
               AND WS-TN-KAISI(WS-TX) NOT > WS-CK-JISSHIYMD
               AND (WS-TN-OWARI(WS-TX) = ZERO
                OR  WS-TN-OWARI(WS-TX) NOT < WS-CK-JISSHIYMD)
                   SET WS-SHIN-OK TO TRUE
               END-IF
           END-IF.

      * 同じ企業の旧店が既に当日の実施対象にある（重複）か、新店
      * が当日の旧店となる・旧店が当日の新店となる（連鎖）ものは、
      * 付替えの順序で結果が変わるため実施しない。
       3600-CHECK-RENSA.
           IF  WS-SH-KIGYOUCD(WS-SY) = WS-CK-KIGYOUCD
               EVALUATE TRUE
                   WHEN WS-SH-KYUTENCD(WS-SY) = WS-CK-KYUTENCD
                       MOVE "JUFUKU"   TO WS-ERR-CD
                   WHEN WS-SH-KYUTENCD(WS-SY) = WS-CK-SHINTENCD
                   WHEN WS-SH-SHINTENCD(WS-SY) = WS-CK-KYUTENCD
                       MOVE "RENSA"    TO WS-ERR-CD
               END-EVALUATE
           END-IF.

      * 会員マスタを全件読み、旧店を指す店項目を新店へ付け替える。
       4000-REHOME-KAIIN.
           OPEN I-O    QTS010-MASTER
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LOW-VALUES TO QTS010-PRM
           START QTS010-MASTER KEY IS NOT LESS THAN QTS010-PRM
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START
           PERFORM 4100-READ-KAIIN THRU 4100-EXIT
                   UNTIL WS-SCAN-EOF
           CLOSE QTS010-MASTER.

       4100-READ-KAIIN.
           READ QTS010-MASTER NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           MOVE QTS010-PRMKIGYOUCD     TO WS-KIGYOUCD
           MOVE "N"                    TO WS-KOUSHIN-SW
           PERFORM 4200-MATCH-KAIIN THRU 4200-EXIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SH-MAX
           IF  WS-KOUSHIN
               MOVE WS-TODAY           TO QTS010-HOSTSHORIYMD
               MOVE WS-NOW-TIME        TO QTS010-HOSTSHORITIME
               MOVE WS-TODAY           TO QTS010-SVRKOUSHINYMD
               REWRITE QTS010-REC
               ADD 1                   TO WS-KAIIN-COUNT
           END-IF.

       4100-EXIT.
           EXIT.

      * 統廃合１件分の突合。債権管理店・営業店・獲得店・ＤＭ店の
      * うち旧店と一致する項目だけを付け替え、履歴に残す。
       4200-MATCH-KAIIN.
           IF  WS-SH-KIGYOUCD(WS-SX) NOT = WS-KIGYOUCD
               GO TO 4200-EXIT
           END-IF
           INITIALIZE QTS292-REC
           MOVE "N"                    TO WS-HIT-SW
           IF  QTS010-TENSAIKENKANRI = WS-SH-KYUTEN9(WS-SX)
               MOVE WS-SH-SHINTEN9(WS-SX) TO QTS010-TENSAIKENKANRI
               MOVE "1"                TO QTS292-HENSAIKENKANRI
               SET WS-HIT TO TRUE
           END-IF
           IF  QTS010-TENEIGYOU = WS-SH-KYUTEN9(WS-SX)
               MOVE WS-SH-SHINTEN9(WS-SX) TO QTS010-TENEIGYOU
               MOVE "1"                TO QTS292-HENEIGYOU
               SET WS-HIT TO TRUE
           END-IF
           IF  QTS010-TENKAKUTOKU = WS-SH-KYUTEN9(WS-SX)
               MOVE WS-SH-SHINTEN9(WS-SX) TO QTS010-TENKAKUTOKU
               MOVE "1"                TO QTS292-HENKAKUTOKU
               SET WS-HIT TO TRUE
           END-IF
           IF  QTS010-TENDM = WS-SH-KYUTEN9(WS-SX)
               MOVE WS-SH-SHINTEN9(WS-SX) TO QTS010-TENDM
               MOVE "1"                TO QTS292-HENDM
               SET WS-HIT TO TRUE
           END-IF
           IF  NOT WS-HIT
               GO TO 4200-EXIT
           END-IF
           MOVE "1"                    TO QTS292-TAISHOKBN
           MOVE QTS010-PRMSUBRANGEKEY  TO QTS292-SUBRANGEKEY
           MOVE QTS010-PRMNAIBUKAIINNO TO QTS292-NAIBUKAIINNO
           MOVE QTS010-TENJIGYOHONBU   TO QTS292-JIGYOUHONBUCD
           PERFORM 8500-WRITE-RIREKI
           ADD 1                       TO WS-SH-KAIIN(WS-SX)
           SET WS-KOUSHIN TO TRUE.

       4200-EXIT.
           EXIT.

      * 未分解（分解日ゼロ）の入金計上の債権管理店を付け替える。
       5000-REHOME-NYUKIN.
           OPEN I-O    QTS090-NYUKIN
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM 5100-READ-NYUKIN THRU 5100-EXIT
                   UNTIL WS-SCAN-EOF
           CLOSE QTS090-NYUKIN.

       5100-READ-NYUKIN.
           READ QTS090-NYUKIN
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF  QTS090-BUNKAIBI NOT = ZERO
               GO TO 5100-EXIT
           END-IF
           MOVE QTS090-PRMKIGYOUCD     TO WS-KIGYOUCD
           MOVE "N"                    TO WS-HIT-SW
           PERFORM 5200-MATCH-NYUKIN
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SH-MAX OR WS-HIT.

       5100-EXIT.
           EXIT.

       5200-MATCH-NYUKIN.
           IF  WS-SH-KIGYOUCD(WS-SX) = WS-KIGYOUCD
           AND WS-SH-KYUTENCD(WS-SX) = QTS090-SAIKENKANRITEN
               SET WS-HIT TO TRUE
               MOVE WS-SH-SHINTENCD(WS-SX) TO QTS090-SAIKENKANRITEN
               MOVE WS-TODAY           TO QTS090-HOSTSHORIYMD
               MOVE WS-NOW-TIME        TO QTS090-HOSTSHORITIME
               MOVE WS-TODAY           TO QTS090-SVRKOUSHINYMD
               REWRITE QTS090-REC
               INITIALIZE QTS292-REC
               MOVE "2"                TO QTS292-TAISHOKBN
               MOVE QTS090-PRMSUBRANJEKEY  TO QTS292-SUBRANGEKEY
               MOVE QTS090-PRMNAIBUKAIINNO TO QTS292-NAIBUKAIINNO
               MOVE QTS090-PRMMEISAINO     TO QTS292-MEISAINO
               MOVE QTS090-PRMKEIJYOUTUUBAN TO QTS292-TUUBAN
               MOVE "1"                TO QTS292-HENSAIKENKANRI
               MOVE QTS090-JIGYOUHONBUCD   TO QTS292-JIGYOUHONBUCD
               MOVE QTS090-KNG             TO QTS292-ZANKNG
               PERFORM 8500-WRITE-RIREKI
               ADD 1                   TO WS-SH-NYUKIN(WS-SX)
               ADD 1                   TO WS-NYUKIN-COUNT
           END-IF.

      * 未回収残（月末照合の営業債権残と同じ構成）のある入金分解の
      * 債権管理店を付け替え、振替額を事業本部別に積み上げる。
       6000-REHOME-BUNKAI.
           OPEN I-O    QTS100-BUNKAI
           MOVE "N" TO WS-SCAN-EOF-SW
           PERFORM 6100-READ-BUNKAI THRU 6100-EXIT
                   UNTIL WS-SCAN-EOF
           CLOSE QTS100-BUNKAI.

       6100-READ-BUNKAI.
           READ QTS100-BUNKAI
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 6100-EXIT
           END-READ
           COMPUTE WS-ZAN-KNG =
               QTS100-JTJGENPON + QTS100-JTJTESURYOU76
               + QTS100-JTJTESURYOU16 + QTS100-JTJJIMTESURYOU
               + QTS100-JTJSONGAIKIN + QTS100-JTJMODOSIRISOKU
           IF  WS-ZAN-KNG = ZERO
               GO TO 6100-EXIT
           END-IF
           MOVE QTS100-PRMKIGYOUCD     TO WS-KIGYOUCD
           MOVE "N"                    TO WS-HIT-SW
           PERFORM 6200-MATCH-BUNKAI
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SH-MAX OR WS-HIT.

       6100-EXIT.
           EXIT.

       6200-MATCH-BUNKAI.
           IF  WS-SH-KIGYOUCD(WS-SX) = WS-KIGYOUCD
           AND WS-SH-KYUTENCD(WS-SX) = QTS100-SAIKENKANRITEN
               SET WS-HIT TO TRUE
               MOVE WS-SH-SHINTENCD(WS-SX) TO QTS100-SAIKENKANRITEN
               MOVE WS-TODAY           TO QTS100-SVRKOUSHINYMD
               REWRITE QTS100-REC
               INITIALIZE QTS292-REC
               MOVE "3"                TO QTS292-TAISHOKBN
               MOVE QTS100-PRMSUBRANJIKEY  TO QTS292-SUBRANGEKEY
               MOVE QTS100-PRMNAIBUKAIINNO TO QTS292-NAIBUKAIINNO
               MOVE QTS100-PRMNYUKINMEISAI TO QTS292-MEISAINO
               MOVE QTS100-PRMSHORITUUBAN  TO QTS292-TUUBAN
               MOVE "1"                TO QTS292-HENSAIKENKANRI
               MOVE QTS100-JIGYOHONBUCD    TO QTS292-JIGYOUHONBUCD
               MOVE WS-ZAN-KNG             TO QTS292-ZANKNG
               PERFORM 8500-WRITE-RIREKI
               ADD 1                   TO WS-SH-BUNKAI(WS-SX)
               ADD 1                   TO WS-BUNKAI-COUNT
               PERFORM 6300-ADD-HONBU
           END-IF.

       6300-ADD-HONBU.
           MOVE "N" TO WS-HB-SW
           PERFORM 6310-FIND-HONBU
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-SH-HBMAX(WS-SX) OR WS-HB-HIT
           IF  WS-HB-HIT
               SUBTRACT 1 FROM WS-HX
           ELSE
               IF  WS-SH-HBMAX(WS-SX) >= 20
                   DISPLAY "QTS291B: HONBU TABLE OVERFLOW"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SH-HBMAX(WS-SX)
               MOVE WS-SH-HBMAX(WS-SX) TO WS-HX
               MOVE QTS100-JIGYOHONBUCD TO WS-SH-HONBUCD(WS-SX WS-HX)
           END-IF
           ADD WS-ZAN-KNG              TO WS-SH-KNG(WS-SX WS-HX)
           ADD 1                       TO WS-SH-KENSU(WS-SX WS-HX).

       6310-FIND-HONBU.
           IF  WS-SH-HONBUCD(WS-SX WS-HX) = QTS100-JIGYOHONBUCD
               SET WS-HB-HIT TO TRUE
           END-IF.

      * 統廃合１件の完了。振替仕訳を起票し、管理ファイルへ付替結果
      * を記録して実施済（状況２）とする。
       7000-KANRYO-SAIHEN.
           MOVE ZERO                   TO WS-KNG-GOKEI
           PERFORM 7100-WRITE-SIWAKE THRU 7100-EXIT
               VARYING WS-HX FROM 1 BY 1
               UNTIL WS-HX > WS-SH-HBMAX(WS-SX)
           MOVE WS-SH-KIGYOUCD(WS-SX)  TO QTS291-PRMKIGYOUCD
           MOVE WS-SH-KYUTENCD(WS-SX)  TO QTS291-PRMKYUTENCD
           MOVE WS-SH-JISSHIYMD(WS-SX) TO QTS291-PRMJISSHIYMD
           READ QTS291-SAIHEN
               INVALID KEY
                   DISPLAY "QTS291B: SAIHEN NOT FOUND " QTS291-PRM
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE "2"                    TO QTS291-SAIHENSTS
           MOVE SPACES                 TO QTS291-ERRCD
           MOVE WS-TODAY               TO QTS291-JISSHIZUMIYMD
           MOVE WS-SH-KAIIN(WS-SX)     TO QTS291-KAIINKENSU
           MOVE WS-SH-NYUKIN(WS-SX)    TO QTS291-NYUKINKENSU
           MOVE WS-SH-BUNKAI(WS-SX)    TO QTS291-BUNKAIKENSU
           MOVE WS-KNG-GOKEI           TO QTS291-FURIKAEKNG
           MOVE WS-TODAY               TO QTS291-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS291-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS291-SVRKOUSHINYMD
           REWRITE QTS291-REC
           ADD 1                       TO WS-JISSHI-COUNT
           MOVE SPACES                 TO WS-ERR-CD
           MOVE "JISSHI"               TO WS-SHORI
           PERFORM 8100-WRITE-SAIHEN-LIST.

      * 営業債権（１３０）を事業本部ごとに旧店から新店へ振り替え
      * る。本部は変わらないため月末照合の本部別残高は動かない。
      * 未回収残の合計がマイナスの本部は貸借を入れ替えて起票する。
       7100-WRITE-SIWAKE.
           IF  WS-SH-KNG(WS-SX WS-HX) = ZERO
               GO TO 7100-EXIT
           END-IF
           ADD WS-SH-KNG(WS-SX WS-HX)  TO WS-KNG-GOKEI
           INITIALIZE QTS230-REC
           MOVE WS-TODAY               TO QTS230-SHORIYMD
           MOVE WS-SH-HONBUCD(WS-SX WS-HX) TO QTS230-JIGYOUHONBUCD
           MOVE 130                    TO QTS230-KAMOKUCD
           MOVE "D"                    TO QTS230-TAISHAKUKBN
           IF  WS-SH-KNG(WS-SX WS-HX) > ZERO
               MOVE WS-SH-KNG(WS-SX WS-HX) TO QTS230-KNG
               MOVE WS-SH-SHINTENCD(WS-SX) TO QTS230-SAIKENKANRITEN
           ELSE
               COMPUTE QTS230-KNG = ZERO - WS-SH-KNG(WS-SX WS-HX)
               MOVE WS-SH-KYUTENCD(WS-SX)  TO QTS230-SAIKENKANRITEN
           END-IF
           MOVE WS-SH-KENSU(WS-SX WS-HX) TO QTS230-KENSU
           MOVE "E"                    TO QTS230-MOTOCHOKBN
           MOVE WS-TODAY               TO QTS230-SAKUSEIYMD
           MOVE WS-TODAY               TO QTS230-SVRKOUSHINYMD
           WRITE QTS230-REC
           MOVE "C"                    TO QTS230-TAISHAKUKBN
           IF  WS-SH-KNG(WS-SX WS-HX) > ZERO
               MOVE WS-SH-KYUTENCD(WS-SX)  TO QTS230-SAIKENKANRITEN
           ELSE
               MOVE WS-SH-SHINTENCD(WS-SX) TO QTS230-SAIKENKANRITEN
           END-IF
           WRITE QTS230-REC.

       7100-EXIT.
           EXIT.

       8000-WRITE-TRAN-LIST.
           MOVE SHT-KIGYOUCD           TO WS-RL-KIGYOUCD
           MOVE SHT-KYUTENCD           TO WS-RL-KYUTENCD
           MOVE SHT-JISSHIYMD          TO WS-RL-JISSHIYMD
           MOVE SHT-SHINTENCD          TO WS-RL-SHINTENCD
           MOVE WS-SHORI               TO WS-RL-SHORI
           MOVE ZERO                   TO WS-RL-KAIIN
           MOVE ZERO                   TO WS-RL-NYUKIN
           MOVE ZERO                   TO WS-RL-BUNKAI
           MOVE ZERO                   TO WS-RL-FURIKAE
           MOVE WS-ERR-CD              TO WS-RL-BIKO
           MOVE WS-RL-LINE             TO SAIHEN-LIST-LINE
           WRITE SAIHEN-LIST-LINE.

       8100-WRITE-SAIHEN-LIST.
           MOVE QTS291-PRMKIGYOUCD     TO WS-RL-KIGYOUCD
           MOVE QTS291-PRMKYUTENCD     TO WS-RL-KYUTENCD
           MOVE QTS291-PRMJISSHIYMD    TO WS-RL-JISSHIYMD
           MOVE QTS291-SHINTENCD       TO WS-RL-SHINTENCD
           MOVE WS-SHORI               TO WS-RL-SHORI
           MOVE QTS291-KAIINKENSU      TO WS-RL-KAIIN
           MOVE QTS291-NYUKINKENSU     TO WS-RL-NYUKIN
           MOVE QTS291-BUNKAIKENSU     TO WS-RL-BUNKAI
           MOVE QTS291-FURIKAEKNG      TO WS-RL-FURIKAE
           MOVE WS-ERR-CD              TO WS-RL-BIKO
           MOVE WS-RL-LINE             TO SAIHEN-LIST-LINE
           WRITE SAIHEN-LIST-LINE.

       8500-WRITE-RIREKI.
           MOVE WS-SH-KIGYOUCD(WS-SX)  TO QTS292-KIGYOUCD
           MOVE WS-SH-KYUTENCD(WS-SX)  TO QTS292-KYUTENCD
           MOVE WS-SH-JISSHIYMD(WS-SX) TO QTS292-JISSHIYMD
           MOVE WS-SH-SHINTENCD(WS-SX) TO QTS292-SHINTENCD
           MOVE WS-TODAY               TO QTS292-SHORIYMD
           MOVE WS-TODAY               TO QTS292-HOSTSHORIYMD
           MOVE WS-NOW-TIME            TO QTS292-HOSTSHORITIME
           MOVE WS-TODAY               TO QTS292-SVRKOUSHINYMD
           WRITE QTS292-REC.

       9000-TERMINATE.
           DISPLAY "QTS291B: TOUROKU=" WS-TOUROKU-COUNT
                   " TORIKESI=" WS-TORIKESHI-COUNT
                   " JISSHI=" WS-JISSHI-COUNT
                   " KAIIN=" WS-KAIIN-COUNT
                   " NYUKIN=" WS-NYUKIN-COUNT
                   " BUNKAI=" WS-BUNKAI-COUNT
                   " ERROR=" WS-ERROR-COUNT
           IF  WS-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE SAIHEN-TRANFILE
           CLOSE QTS291-SAIHEN
           CLOSE SAIHEN-LIST.
