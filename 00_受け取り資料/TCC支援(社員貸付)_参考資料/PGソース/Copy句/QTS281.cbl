      *8...........2.........3.........4.........5........6........7.........8
      *    QTS281(QTA281)
      ****************************************************************
      *                オートダイヤラ発信結果                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    オートダイヤラが前日の発信１件ごとに返す結果。翌朝QTS281B
      *    が接触履歴（QTS279）と回収案件（QTS018）へ取り込む。
           03          ()-PRM.                              *>会員キー
             05        ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-HASSHINYMD         PIC  9(08).    *>発信年月日
           03          ()-HASSHINTIME        PIC  9(06).    *>発信時刻
           03          ()-TELNO              PIC  X(15).    *>発信電話番号
           03          ()-KEKKACD            PIC  X(02).    *>発信結果コード
      *      01:応答  02:不応答  03:番号誤り  04:入金約束
           03          ()-YAKUSOKUYMD        PIC  9(08).    *>入金約束日
           03          ()-YAKUSOKUKINGAKU    PIC  9(08).    *>入金約束金額
      *      入金約束（04）のときのみ設定
           03          ()-OPERATORID         PIC  X(08).    *>応対担当者
           03          ()-CONTACTMEMO        PIC  X(20).    *>接触メモ
