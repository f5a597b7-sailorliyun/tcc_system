      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/09/03   *
      *   000002   連携対象加盟店ファイル出力    FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS121B.
                   FILE STATUS IS WS-QCS022-STATUS.
           SELECT  AU-EXTFILE      ASSIGN TO "AUEXTRACT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      * 継続課金とみなしたカード×加盟店は継続課金登録（QTS302B）へ渡す。
           SELECT  AU-KAMEIFILE    ASSIGN TO "QTS121KM"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA                        DIVISION.
       FILE                        SECTION.
       FD  RENKEI-PARAM.
           05  AUE-RIYUCD              PIC X(03).
      *        UPD:番号変更  CLS:解約
           05  AUE-HENKOUYMD           PIC 9(08).
       FD  AU-KAMEIFILE.
      *    アップデータ連携対象のカード×加盟店
       01  AU-KAMEI-REC.
           05  AUK-CARDNO              PIC X(16).
           05  AUK-KAMEITENNO          PIC X(10).
           05  AUK-KIGYOUCD            PIC 9(04).
           05  AUK-SUBRANGEKEY         PIC 9(04).
           05  AUK-NAIBUKAIINNO        PIC 9(08).
           05  AUK-RIYOUSHACD          PIC X(01).
           05  AUK-KAISU               PIC 9(03).
           05  AUK-SAISHUYMD           PIC 9(08).
       WORKING-STORAGE             SECTION.
       01  WS-QTS050-STATUS        PIC X(02).
       01  WS-QCS022-STATUS        PIC X(02).
       01  WS-HIT-SW               PIC X(01).
           88  WS-HIT                            VALUE "Y".
       01  WS-OUT-COUNT            PIC 9(07)     VALUE ZERO.
       01  WS-KAMEI-COUNT          PIC 9(07)     VALUE ZERO.
       01  WS-TAISHOGAI-COUNT      PIC 9(07)     VALUE ZERO.
       01  WS-CARDNO-X             PIC X(16).
      * カード×加盟店の利用回数（継続課金の推定用）
             07  WS-CM-KAMEITEN    PIC X(10).
             07  WS-CM-KAISU       PIC 9(03).
             07  WS-CM-RECUR-SW    PIC X(01).
             07  WS-CM-KIGYOUCD    PIC 9(04).
             07  WS-CM-SUBRANGEKEY PIC 9(04).
             07  WS-CM-NAIBUKAIINNO PIC 9(08).
             07  WS-CM-RIYOUSHACD  PIC X(01).
             07  WS-CM-SAISHUYMD   PIC 9(08).
       PROCEDURE                   DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 3000-OPEN-HENKOU
           PERFORM 4000-EXTRACT-PAIR UNTIL WS-EOF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 8500-WRITE-KAMEITEN VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-CM-MAX
           PERFORM 9000-TERMINATE
           STOP RUN.

           OPEN INPUT  RENKEI-PARAM
           OPEN INPUT  QTS050-URIAGE
           OPEN OUTPUT AU-EXTFILE
           OPEN OUTPUT AU-KAMEIFILE
           READ RENKEI-PARAM
               AT END
                   MOVE ZERO TO PRM-TAISHOFROM
               MOVE WS-CM-MAX        TO WS-IX
               MOVE WS-CARDNO-X      TO WS-CM-CARDNO(WS-IX)
               MOVE QTS050-KAMEITENNO TO WS-CM-KAMEITEN(WS-IX)
               MOVE QTS050-PRMKIGYOUCD
                   TO WS-CM-KIGYOUCD(WS-IX)
               MOVE QTS050-PRMSUBRANGEKEY
                   TO WS-CM-SUBRANGEKEY(WS-IX)
               MOVE QTS050-PRMNAIBUKAIINNO
                   TO WS-CM-NAIBUKAIINNO(WS-IX)
               MOVE QTS050-GKGRIYOUSHACD
                   TO WS-CM-RIYOUSHACD(WS-IX)
           END-IF
           ADD 1 TO WS-CM-KAISU(WS-IX)
           IF  QTS050-RIYOUBI > WS-CM-SAISHUYMD(WS-IX)
               MOVE QTS050-RIYOUBI   TO WS-CM-SAISHUYMD(WS-IX)
           END-IF
           IF  WS-CM-KAISU(WS-IX) >= PRM-KAISUKIJUN
               MOVE "Y" TO WS-CM-RECUR-SW(WS-IX)
           END-IF
           MOVE WS-OUT-COUNT         TO AUE-HENKOUYMD
           WRITE AU-EXT-REC.

      * 継続課金とみなした組合せを連携対象加盟店として出力する。
       8500-WRITE-KAMEITEN.
           IF  WS-CM-RECUR-SW(WS-IX) = "Y"
               MOVE WS-CM-CARDNO(WS-IX)       TO AUK-CARDNO
               MOVE WS-CM-KAMEITEN(WS-IX)     TO AUK-KAMEITENNO
               MOVE WS-CM-KIGYOUCD(WS-IX)     TO AUK-KIGYOUCD
               MOVE WS-CM-SUBRANGEKEY(WS-IX)  TO AUK-SUBRANGEKEY
               MOVE WS-CM-NAIBUKAIINNO(WS-IX) TO AUK-NAIBUKAIINNO
               MOVE WS-CM-RIYOUSHACD(WS-IX)   TO AUK-RIYOUSHACD
               MOVE WS-CM-KAISU(WS-IX)        TO AUK-KAISU
               MOVE WS-CM-SAISHUYMD(WS-IX)    TO AUK-SAISHUYMD
               WRITE AU-KAMEI-REC
               ADD 1 TO WS-KAMEI-COUNT
           END-IF.

       9000-TERMINATE.
           DISPLAY "QTS121B: OUT=" WS-OUT-COUNT
                   " TAISHOGAI=" WS-TAISHOGAI-COUNT
                   " KAMEITEN=" WS-KAMEI-COUNT
           CLOSE RENKEI-PARAM
           CLOSE QCS022-HENKOU
           CLOSE AU-EXTFILE
           CLOSE AU-KAMEIFILE.
      *8...........2.........3.........4.........5........6........7.........8
