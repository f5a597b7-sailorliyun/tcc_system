      *8...........2.........3.........4.........5........6........7.........8
      *    QTS300(QTA300)
      ****************************************************************
      *                利用明細日次差分ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    夜間差分抽出（QTS300B）が利用明細（QTS050）を前夜のスナップ
      *    ショットとキー照合して作成する、当日の追加・変更・削除の
      *    見出し部。各レコードはこの見出しの後に利用明細の１件分の
      *    イメージ（追加・変更は処理後、削除は削除前）を続けて持つ。
      *    使用側は見出しに続けて COPY QTS050 を別の接頭語で展開する。
           03          ()-SABUNKBN           PIC  X(01).    *>差分区分
      *      A:追加  C:変更  D:削除
           03          ()-GYOUMUYMD          PIC  9(08).    *>業務日付
           03          ()-MAEKNG             PIC S9(11)     *>変更前利用金額
                                   SIGN IS LEADING SEPARATE.
      *      変更・削除のとき前夜の利用金額。追加はゼロ
