      *8...........2.........3.........4.........5........6........7.........8
      *    QTS259B
      ****************************************************************
      *                ＪＩＣＣエラー回答再処理バッチ                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ＪＩＣＣからの受付エラーを報告管理（QTS258）へ記録し、
      *    最新のQTS011内容で訂正した再送ファイルを報告と同じ形式
      *    （QXTS258、報告区分３:訂正再送）で作成する。
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS259B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  HOUKOKU-PARAM   ASSIGN TO "QTS258PR"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  REJECT-INFILE   ASSIGN TO "JICCREJECT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  QTS258-CTLFILE  ASSIGN TO "QTS258"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS258-PRM
                   FILE STATUS IS WS-QTS258-STATUS.
           SELECT  QTS011-CARDIF   ASSIGN TO "QTS011"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS QTS011-PRM
                   FILE STATUS IS WS-QTS011-STATUS.
           SELECT  SAISOU-OUTFILE  ASSIGN TO "JICCSAISOU"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  HOUKOKU-PARAM.
      *    月次報告（QTS258B）と共用
       01  HOUKOKU-PARAM-REC.
           05  PRM-MODEKBN             PIC 9(01).
           05  PRM-KAISHACD            PIC X(05).
           05  PRM-HOUKOKUYM           PIC 9(06).
       FD  REJECT-INFILE.
       01  REJECT-IN-REC.
           05  RJI-PRMKIGYOUCD         PIC 9(04).
           05  RJI-PRMSUBRANGEKEY      PIC 9(04).
           05  RJI-PRMNAIBUKAIINNO     PIC 9(08).
           05  RJI-REJECTCD            PIC X(04).
       FD  QTS258-CTLFILE.
       01  QTS258-REC.
           COPY QTS258 REPLACING ==()== BY ==QTS258==.
       FD  QTS011-CARDIF.
       01  QTS011-REC.
           COPY QTS011 REPLACING ==()== BY ==QTS011==.
       FD  SAISOU-OUTFILE.
       01  SAISOU-OUT-REC.
           COPY QXTS258 REPLACING ==()== BY ==SSO==.
       WORKING-STORAGE             SECTION.
       01  WS-QTS258-STATUS        PIC X(02).
       01  WS-QTS011-STATUS        PIC X(02).
       01  WS-EOF-SW               PIC X(01)     VALUE "N".
           88  WS-EOF                            VALUE "Y".
       01  WS-TODAY                PIC 9(08).
       01  WS-SAISOU-COUNT         PIC 9(07)     VALUE ZERO.
       01  WS-ERROR-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-ZANDAKA-TOTAL        PIC 9(15)     VALUE ZERO.
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPROCESS-REJECT UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  HOUKOKU-PARAM
           READ HOUKOKU-PARAM
               AT END INITIALIZE HOUKOKU-PARAM-REC
           END-READ
           CLOSE HOUKOKU-PARAM
           IF  PRM-HOUKOKUYM = ZERO
               MOVE WS-TODAY(1:6) TO PRM-HOUKOKUYM
           END-IF
           OPEN INPUT  REJECT-INFILE
           OPEN I-O    QTS258-CTLFILE
           OPEN INPUT  QTS011-CARDIF
           OPEN OUTPUT SAISOU-OUTFILE
           MOVE SPACES                 TO SAISOU-OUT-REC
           MOVE "1"                    TO SSO-RECKBN
           MOVE PRM-KAISHACD           TO SSO-KAISHACD
           MOVE PRM-HOUKOKUYM          TO SSO-HDHOUKOKUYM
           MOVE WS-TODAY               TO SSO-HDSAKUSEIYMD
           MOVE "3"                    TO SSO-HDHOUKOKUKBN
           WRITE SAISOU-OUT-REC
           READ REJECT-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 該当管理レコードのない会員は黙殺せずエラー件数として
      * 表示する。
       2000-REPROCESS-REJECT.
           MOVE RJI-PRMKIGYOUCD      TO QTS258-PRMKIGYOUCD
           MOVE RJI-PRMSUBRANGEKEY   TO QTS258-PRMSUBRANGEKEY
           MOVE RJI-PRMNAIBUKAIINNO  TO QTS258-PRMNAIBUKAIINNO
           READ QTS258-CTLFILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS259B: KANRI REC NASHI "
                       RJI-PRMNAIBUKAIINNO
               NOT INVALID KEY
                   PERFORM 3000-BUILD-SAISOU
           END-READ
           READ REJECT-INFILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * 残高・異動区分は前回報告内容を再送し、氏名・生年月日等の
      * 属性と極度額は最新のQTS011で訂正する。
       3000-BUILD-SAISOU.
           MOVE RJI-PRMKIGYOUCD      TO QTS011-PRMKIGYOUCD
           MOVE RJI-PRMSUBRANGEKEY   TO QTS011-PRMSUBRANGEKEY
           MOVE RJI-PRMNAIBUKAIINNO  TO QTS011-PRMNAIBUKAIINNO
           READ QTS011-CARDIF
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "QTS259B: QTS011 NASHI "
                       RJI-PRMNAIBUKAIINNO
               NOT INVALID KEY
                   PERFORM 4000-WRITE-SAISOU
           END-READ.

       4000-WRITE-SAISOU.
           MOVE SPACES                 TO SAISOU-OUT-REC
           MOVE "2"                    TO SSO-RECKBN
           MOVE PRM-KAISHACD           TO SSO-KAISHACD
           MOVE QTS011-GKNSHIKIBETSUNO TO SSO-KEIYAKUNO
           MOVE QTS011-HONSHIMEIKANA   TO SSO-SHIMEIKANA
           MOVE QTS011-HONSEINENGAPPI  TO SSO-SEINENGAPPI
           MOVE QTS011-HONSEX          TO SSO-SEX
           MOVE "21"                   TO SSO-KEIYAKUSHURUI
           MOVE QTS011-YSNSOUGENDO     TO SSO-GENDOGAKU
           IF  QTS258-HOUKOKUZAN < ZERO
               MOVE ZERO               TO SSO-ZANDAKA
           ELSE
               MOVE QTS258-HOUKOKUZAN  TO SSO-ZANDAKA
           END-IF
           MOVE QTS258-HOUKOKUIDOU     TO SSO-IDOUKBN
           MOVE QTS258-HOUKOKUIDOUYMD  TO SSO-IDOUYMD
           MOVE QTS258-HOUKOKUYMD      TO SSO-HOUKOKUYMD
           WRITE SAISOU-OUT-REC
           ADD 1 TO WS-SAISOU-COUNT
           ADD SSO-ZANDAKA             TO WS-ZANDAKA-TOTAL
           MOVE QTS011-YSNSOUGENDO     TO QTS258-HOUKOKUGENDO
           MOVE "2"                    TO QTS258-HOUKOKUSTS
           MOVE RJI-REJECTCD           TO QTS258-REJECTCD
           MOVE WS-TODAY               TO QTS258-REJECTYMD
           MOVE WS-TODAY               TO QTS258-SVRKOUSHINYMD
           REWRITE QTS258-REC.

       9000-TERMINATE.
           MOVE SPACES                 TO SAISOU-OUT-REC
           MOVE "8"                    TO SSO-RECKBN
           MOVE PRM-KAISHACD           TO SSO-KAISHACD
           MOVE WS-SAISOU-COUNT        TO SSO-TRKENSU
           MOVE WS-ZANDAKA-TOTAL       TO SSO-TRZANDAKA
           WRITE SAISOU-OUT-REC
           DISPLAY "QTS259B: SAISOU=" WS-SAISOU-COUNT
                   " ERROR=" WS-ERROR-COUNT
           CLOSE REJECT-INFILE
           CLOSE QTS258-CTLFILE
           CLOSE QTS011-CARDIF
           CLOSE SAISOU-OUTFILE.
