      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   介入停止管理による督促抑止    FIP      26/09/02   *
      *   000003   災害特例による督促猶予        FIP      26/09/03   *
      *   000004   消滅時効援用済会員の督促抑止  FIP      26/10/15   *
      *   000005   死亡届出会員の督促抑止        FIP      26/10/15   *
      *   000006   抗弁による支払停止明細の除外  FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS096B.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS145-SEG
                   FILE STATUS IS WS-QTS145-STATUS.
           SELECT  QTS248-JIKOU    ASSIGN TO "QTS248"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS248-PRM
                   FILE STATUS IS WS-QTS248-STATUS.
           SELECT  QTS251-SHIBOU   ASSIGN TO "QTS251"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS251-PRM
                   FILE STATUS IS WS-QTS251-STATUS.
           SELECT  QTS295-KOUBEN   ASSIGN TO "QTS295"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS QTS295-SEG
                   FILE STATUS IS WS-QTS295-STATUS.
           SELECT  AGING-RPTFILE   ASSIGN TO "QTS096RP"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FD  QTS145-SAIGAI.
       01  QTS145-REC.
           COPY QTS145 REPLACING ==()== BY ==QTS145==.
       FD  QTS248-JIKOU.
       01  QTS248-REC.
           COPY QTS248 REPLACING ==()== BY ==QTS248==.
       FD  QTS251-SHIBOU.
       01  QTS251-REC.
           COPY QTS251 REPLACING ==()== BY ==QTS251==.
       FD  QTS295-KOUBEN.
       01  QTS295-REC.
           COPY QTS295 REPLACING ==()== BY ==QTS295==.
       FD  AGING-RPTFILE.
       01  AGING-RPT-LINE              PIC X(100).
       WORKING-STORAGE             SECTION.
       01  WS-QTS096-STATUS        PIC X(02).
       01  WS-QTS019-STATUS        PIC X(02).
       01  WS-QTS145-STATUS        PIC X(02).
       01  WS-QTS248-STATUS        PIC X(02).
       01  WS-SAIGAI-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-JIKOU-SKIP-COUNT     PIC 9(07)     VALUE ZERO.
       01  WS-JIKOU-SW             PIC X(01).
           88  WS-JIKOU-ENYOU                    VALUE "Y".
       01  WS-QTS251-STATUS        PIC X(02).
       01  WS-SHIBOU-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-SHIBOU-SW            PIC X(01).
           88  WS-SHIBOU-TOUROKU                 VALUE "Y".
       01  WS-QTS295-STATUS        PIC X(02).
       01  WS-KOUBEN-SKIP-COUNT    PIC 9(07)     VALUE ZERO.
       01  WS-KOUBEN-SW            PIC X(01).
           88  WS-KOUBEN-CHU                     VALUE "Y".
       01  WS-SAIGAI-SW            PIC X(01).
           88  WS-SAIGAI-CHU                     VALUE "Y".
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           OPEN I-O    QTS096-TOKUFILE
           OPEN INPUT  QTS019-KAINYU
           OPEN INPUT  QTS145-SAIGAI
           OPEN INPUT  QTS248-JIKOU
           OPEN INPUT  QTS251-SHIBOU
           OPEN INPUT  QTS295-KOUBEN
           OPEN OUTPUT AGING-RPTFILE
           READ TOKU-PARAMFILE
               AT END
      * 日数を求め、30・60・90・120日の階層へ集計する。経過日数が
      * パラメータの段階別しきい値を超えた会員には督促状発行管理
      * レコードを起こし、印刷・郵送ストリームへ引き渡す。
      * 抗弁の接続で支払停止中（取消指示済を含む）の明細の分解
      * レコードは延滞として扱わず、エイジング・督促とも対象外と
      * する（件数のみ数える）。
       2000-AGE-RECEIVABLE.
           COMPUTE WS-ENTAI-KNG =
               QTS100-JTJGENPON + QTS100-JTJSONGAIKIN
               + QTS100-JTJMODOSIRISOKU
           IF  WS-ENTAI-KNG > ZERO
               PERFORM 4400-CHECK-KOUBEN
               IF  WS-KOUBEN-CHU
                   ADD 1 TO WS-KOUBEN-SKIP-COUNT
                   MOVE ZERO TO WS-ENTAI-KNG
               END-IF
           END-IF
           IF  WS-ENTAI-KNG > ZERO
           AND QTS100-NYUKINBI NOT = ZERO
               MOVE FUNCTION INTEGER-OF-DATE(QTS100-NYUKINBI)
      * 受任通知・法的整理の介入中会員には督促状を発行しない
      * （エイジング集計には含め、件数のみ抑止として数える）。
      * 災害特例（督促猶予）適用中の会員も督促状を発行しない。
      * 消滅時効を援用した会員には督促状を発行しない。
      * 死亡届出を登録した会員には督促状を発行しない（相続人あて
      * 請求はQTS251Bが行う）。
       4000-CHECK-DUNNING.
           PERFORM 4500-CHECK-KAINYU
           PERFORM 4700-CHECK-SAIGAI
           PERFORM 4800-CHECK-JIKOU
           PERFORM 4900-CHECK-SHIBOU
           EVALUATE TRUE
               WHEN WS-SHIBOU-TOUROKU
                   IF  WS-ENTAI-NISSU >= PRM-DANKAI1-NISSU
                       ADD 1 TO WS-SHIBOU-SKIP-COUNT
                   END-IF
               WHEN WS-JIKOU-ENYOU
                   IF  WS-ENTAI-NISSU >= PRM-DANKAI1-NISSU
                       ADD 1 TO WS-JIKOU-SKIP-COUNT
                   END-IF
               WHEN WS-KAINYU-CHU
                   IF  WS-ENTAI-NISSU >= PRM-DANKAI1-NISSU
                       ADD 1 TO WS-KAINYU-SKIP-COUNT
                   PERFORM 4600-ISSUE-DUNNING
           END-EVALUATE.

      * 分解レコードの元になった利用明細（入金明細番号、割賦の
      * 各回は残明細伝票の取引通番）で抗弁の接続を引く。
       4400-CHECK-KOUBEN.
           MOVE "N" TO WS-KOUBEN-SW
           MOVE QTS100-PRMKIGYOUCD     TO QTS295-PRMKIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO QTS295-PRMSUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO QTS295-PRMNAIBUKAIINNO
           MOVE QTS100-PRMNYUKINMEISAI TO QTS295-PRMTORIHIKINO
           PERFORM 4410-READ-KOUBEN
           IF  NOT WS-KOUBEN-CHU
           AND QTS100-ZANMEISAIDENPYOU NOT = ZERO
           AND QTS100-ZANMEISAIDENPYOU NOT = QTS100-PRMNYUKINMEISAI
               MOVE QTS100-ZANMEISAIDENPYOU TO QTS295-PRMTORIHIKINO
               PERFORM 4410-READ-KOUBEN
           END-IF.

       4410-READ-KOUBEN.
           READ QTS295-KOUBEN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS295-KOUBENSTS = "1" OR "3"
                       SET WS-KOUBEN-CHU TO TRUE
                   END-IF
           END-READ.

       4700-CHECK-SAIGAI.
           MOVE "N" TO WS-SAIGAI-SW
           MOVE QTS100-PRMKIGYOUCD     TO QTS145-PRMKIGYOUCD
                   END-IF
           END-READ.

       4800-CHECK-JIKOU.
           MOVE "N" TO WS-JIKOU-SW
           MOVE QTS100-PRMKIGYOUCD     TO QTS248-PRMKIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO QTS248-PRMSUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO QTS248-PRMNAIBUKAIINNO
           READ QTS248-JIKOU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS248-JIKOUSTS = "3"
                       SET WS-JIKOU-ENYOU TO TRUE
                   END-IF
           END-READ.

       4900-CHECK-SHIBOU.
           MOVE "N" TO WS-SHIBOU-SW
           MOVE QTS100-PRMKIGYOUCD     TO QTS251-PRMKIGYOUCD
           MOVE QTS100-PRMSUBRANJIKEY  TO QTS251-PRMSUBRANGEKEY
           MOVE QTS100-PRMNAIBUKAIINNO TO QTS251-PRMNAIBUKAIINNO
           READ QTS251-SHIBOU
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  QTS251-SHIBOUSTS NOT = "9"
                       SET WS-SHIBOU-TOUROKU TO TRUE
                   END-IF
           END-READ.

       4600-ISSUE-DUNNING.
           IF  WS-ENTAI-NISSU >= PRM-DANKAI2-NISSU
               MOVE 2 TO QTS096-PRMDANKAI
                   " TOKU2=" WS-TOKU2-COUNT
                   " KAINYU-YOKUSHI=" WS-KAINYU-SKIP-COUNT
                   " SAIGAI-YUYO=" WS-SAIGAI-SKIP-COUNT
                   " JIKOU-ENYOU=" WS-JIKOU-SKIP-COUNT
                   " SHIBOU=" WS-SHIBOU-SKIP-COUNT
                   " KOUBEN=" WS-KOUBEN-SKIP-COUNT
           CLOSE TOKU-PARAMFILE
           CLOSE QTS100-BUNKAI
           CLOSE QTS096-TOKUFILE
           CLOSE QTS019-KAINYU
           CLOSE QTS145-SAIGAI
           CLOSE QTS248-JIKOU
           CLOSE QTS251-SHIBOU
           CLOSE QTS295-KOUBEN
           CLOSE AGING-RPTFILE.
