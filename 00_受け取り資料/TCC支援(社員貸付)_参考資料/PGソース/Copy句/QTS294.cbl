      *8...........2.........3.........4.........5........6........7.........8
      *    QTS294(QTA294)
      ****************************************************************
      *          手数料・遅延損害金減免依頼承認管理ファイル          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    督促・コールセンタ担当者が合意した遅延損害金・手数料・
      *    年会費の減免を依頼として起票し、別のオペレータが承認した
      *    ものだけをQTS294Mが入金分解（QTS100）と総勘定仕訳抽出
      *    （QTS230）へ反映する（QTS112Mと同じメーカーチェッカー
      *    方式）。対象は入金分解の１明細（入金明細番号・通番）で
      *    指定する。QTS294Rが月次の減免実績表を作成する。
           03          ()-SEG.                              *>依頼キー
             05        ()-PRMIRAINO          PIC  9(08).    *>依頼番号
           03          ()-KAI.                              *>対象明細
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-KAINYUKINMEISAI    PIC  9(07).    *>入金明細番号
             05        ()-KAISHORITUUBAN     PIC  9(09).    *>入金分解通番
           03          ()-GENMENSHUBETSU     PIC  X(01).    *>減免種別
      *      1:遅延損害金  2:手数料（リボ・分割）  3:年会費
           03          ()-GENMENRIYU         PIC  X(02).    *>減免理由
      *      01:好意（顧客維持）  02:和解・示談  03:苦情対応
      *      04:当社事務誤り  99:その他
           03          ()-GENMENKNG          PIC  9(09).    *>減免金額
           03          ()-JIGYOUHONBUCD      PIC  X(02).    *>事業本部コード
      *      承認時に入金分解から設定（仕訳の起票単位）
           03          ()-MAKERID            PIC  X(08).    *>起票者ID
           03          ()-MAKERYMD           PIC  9(08).    *>起票年月日
           03          ()-MAKERTIME          PIC  9(06).    *>起票時刻
           03          ()-APPRVSTATUS        PIC  X(01).    *>承認状況
      *      スペース:未承認  1:承認済（反映済）  2:却下
      *      8:反映不可（承認時に減免額が残高を超過）
           03          ()-CHECKERID          PIC  X(08).    *>承認者ID
           03          ()-CHECKERYMD         PIC  9(08).    *>承認年月日
           03          ()-CHECKERTIME        PIC  9(06).    *>承認時刻
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
