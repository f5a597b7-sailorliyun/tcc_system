      *8...........2.........3.........4.........5........6........7.........8
      *    QTS279(QTA279)
      ****************************************************************
      *                回収接触履歴ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    回収案件（QTS018）の会員への接触を件数の制限なく１接触
      *    １レコードで保持する。オートダイヤラの発信結果はQTS281B
      *    が、担当者の接触記録はQTS018Mが追加する。案件の接触記録
      *    欄（５件）が満杯になった後も本ファイルには記録が残る。
      *    発信リスト作成（QTS280B）は当日の接触有無を本ファイルで
      *    判定する。
           03          ()-SEG.                              *>接触キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-PRMCONTACTYMD      PIC  9(08).    *>接触年月日
             05        ()-PRMCONTACTTIME     PIC  9(06).    *>接触時刻
             05        ()-PRMCONTACTKBN      PIC  X(01).    *>接触区分
      *      1:オートダイヤラ発信  2:担当者記録
           03          ()-CONTACTKEKKA       PIC  X(02).    *>接触結果コード
      *      01:応答  02:不応答  03:番号誤り  04:入金約束
      *      担当者記録はQTS018Mで入力した結果コード
           03          ()-TELNO              PIC  X(15).    *>発信電話番号
           03          ()-YAKUSOKUYMD        PIC  9(08).    *>入金約束日
           03          ()-YAKUSOKUKINGAKU    PIC  9(08).    *>入金約束金額
           03          ()-JIKANGAIKBN        PIC  X(01).    *>時間外発信区分
      *      1:架電可能時間帯（8時～21時）外の発信
           03          ()-OPERATORID         PIC  X(08).    *>担当者
           03          ()-CONTACTMEMO        PIC  X(20).    *>接触メモ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
