      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   夜間差分抽出の当日計上分を入力FIP      26/10/15   *
      *   000003   海外事務手数料の明細を集計除外FIP      26/10/15   *
      ****************************************************************
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 QTS230B.
       ENVIRONMENT                 DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      * 利用明細は夜間差分抽出（QTS300B）の当日計上分を読む。
           SELECT  QTS050-URIAGE   ASSIGN TO "QTS300S1"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QTS050-STATUS.
           SELECT  QTS090-NYUKIN   ASSIGN TO "QTS090"
           END-READ.

      * 当日計上の利用明細を、事業本部別に売掛金（借方130）と
      * 加盟店未払金（貸方210）の対で仕訳へ集計する。海外事務
      * 手数料の明細（伝票種別9006）はQTS309Bが手数料収入として
      * 区分Ｇで起票するため除く。
       2000-SUM-URIAGE.
           IF  QTS050-KEIJYOUBI = WS-TODAY
           AND QTS050-DENPYOUSHUBETSU NOT = 9006
               MOVE QTS050-HASSEITEN(1:2) TO WS-ARG-HONBU
               MOVE 130                 TO WS-ARG-KAMOKU
               MOVE "D"                 TO WS-ARG-DC
