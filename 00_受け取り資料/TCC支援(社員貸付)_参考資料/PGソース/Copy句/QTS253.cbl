      *8...........2.........3.........4.........5........6........7.........8
      *    QTS253(QTA253)
      ****************************************************************
      *                苦情・相談管理ファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    会員・加盟店から受けた苦情・相談を受付番号単位に保持する。
      *    登録・担当割当・エスカレーション・解決はQTS253Mが行い、
      *    月次の未解決経過日数表と四半期の協会報告用統計はQTS253R
      *    が作成する。会員分は３６０度照会（QTS026R）に件数表示する。
      *    分類は日本貸金業協会の苦情分類と割賦販売法の苦情区分を
      *    合わせた社内コードで持ち、協会報告時は分類１０番台までを
      *    貸金業、１１番以降を割賦販売として集計する。
           03          ()-SEG.                              *>苦情キー
             05        ()-PRMKUJYONO         PIC  9(08).    *>受付番号
           03          ()-TAISHOKBN          PIC  X(01).    *>対象区分
      *      1:会員  2:加盟店
           03          ()-KAI.                              *>対象会員
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-KAMEITENNO         PIC  X(10).    *>加盟店番号
           03          ()-KUJYOKBN           PIC  X(01).    *>受付区分
      *      1:苦情  2:相談
           03          ()-BUNRUICD           PIC  X(02).    *>苦情分類
      *      01:契約締結・説明  02:取立行為・督促  03:広告・勧誘
      *      04:個人情報  05:金利・手数料・返済  06:過払・取引履歴開示
      *      07:応対態度  08:システム・事務手続
      *      11:加盟店取引・支払停止の抗弁  12:不正利用・身に覚えなし
      *      13:カード発行・限度額  99:その他
           03          ()-CHANNELKBN         PIC  X(01).    *>受付経路
      *      1:電話  2:来店  3:文書  4:メール・WEB  5:協会経由
      *      6:行政機関経由  9:その他
           03          ()-UKETSUKEYMD        PIC  9(08).    *>受付日
           03          ()-NAIYOU             PIC  N(60).    *>苦情内容
           03          ()-TANTOUSHAID        PIC  X(08).    *>対応担当者
           03          ()-ESCALATIONLVL      PIC  9(01).    *>対応レベル
      *      1:担当者  2:課長  3:部長  4:コンプライアンス・経営
           03          ()-KUJYOSTS           PIC  X(01).    *>対応状態
      *      1:受付  2:対応中  3:解決  9:取消
           03          ()-KAIKETSUYMD        PIC  9(08).    *>解決日
           03          ()-KAIKETSUKBN        PIC  X(01).    *>解決区分
      *      1:説明により了解  2:是正・返金  3:申出取下げ
      *      4:協会・行政機関へ移管  9:その他
           03          ()-OPERATORID         PIC  X(08).    *>最終更新オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
