      *8...........2.........3.........4.........5........6........7.........8
      *    QTS246(QTA246)
      ****************************************************************
      *                取引履歴開示請求管理ファイル                  *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員本人・弁護士等からの取引履歴開示請求をQTS246Mで受け付
      *    け、QTS246Bが初回取引からの全履歴を開示様式で作成する。
           03          ()-SEG.                              *>開示請求キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMUKETSUKEYMD     PIC  9(08).    *>受付年月日
               07      ()-PRMRENBAN          PIC  9(02).    *>受付連番
           03          ()-SEIKYUSHAKBN       PIC  X(01).    *>請求者区分
      *      1:会員本人  2:弁護士・司法書士  3:相続人・その他代理人
           03          ()-SEIKYUSHAMEI       PIC  N(20).    *>請求者氏名
           03          ()-JIMUSHOMEI         PIC  N(20).    *>事務所名
           03          ()-SOUFUYUUBINNO      PIC  X(07).    *>送付先郵便番号
           03          ()-SOUFUJUSHO         PIC  X(42).    *>送付先住所
           03          ()-KAITOKIGENYMD      PIC  9(08).    *>回答期限
           03          ()-KAIJISTS           PIC  X(01).    *>開示状況
      *      0:受付  1:作成済  2:送付済  9:取下げ
           03          ()-SAKUSEIYMD         PIC  9(08).    *>作成年月日
           03          ()-MEISAIKENSU        PIC  9(07).    *>開示明細件数
           03          ()-SHOKAITORIHIKIYMD  PIC  9(08).    *>初回取引日
           03          ()-FUKUGENTSUKISU     PIC  9(03).    *>アーカイブ復元月数
           03          ()-SHOKYOTSUKISU      PIC  9(03).    *>保存期限経過月数
      *      アーカイブ索引上、保存期限経過で消去済の月数
           03          ()-HASSOYMD           PIC  9(08).    *>送付年月日
           03          ()-HASSOHOHO          PIC  X(01).    *>送付方法
      *      1:郵送  2:電子交付  3:手交
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
