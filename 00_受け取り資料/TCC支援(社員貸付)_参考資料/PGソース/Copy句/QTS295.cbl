      *8...........2.........3.........4.........5........6........7.........8
      *    QTS295(QTA295)
      ****************************************************************
      *                抗弁の接続（支払停止）管理ファイル            *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    商品未着・役務不提供などを理由に会員が支払停止を申し出た
      *    割賦・リボ払の利用明細（QTS050）を１明細１件で管理する。
      *    QTS295Mで受け付けると利用明細の請求保留区分を立て、売上
      *    通番で加盟店照会（チャージバック案件QTS072、ＣＢ理由
      *    コード９０）を起票する。保留中はQTS096Bのエイジング・
      *    督促、QTS103Bの最低支払額・リボ手数料の対象から外す。
      *    解決時は保留を解いて請求を再開するか、QTS151B向けの
      *    売上取消指示を起こして明細を取り消す。
           03          ()-SEG.                              *>抗弁キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMTORIHIKINO      PIC  9(07).    *>取引通番
           03          ()-URITUUBAN          PIC  9(13).    *>売上通番
           03          ()-KAMEITENNO         PIC  X(10).    *>加盟店番号
           03          ()-RIYOUYMD           PIC  9(08).    *>利用日
           03          ()-SHIHARAIHOHO       PIC  9(02).    *>支払方法
      *      61:分割  80:リボ  ほか一括以外
           03          ()-HORYUKNG           PIC S9(11)     *>保留対象金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-KOUBENRIYU         PIC  X(02).    *>抗弁理由
      *      01:商品未着  02:役務不提供  03:商品瑕疵
      *      04:契約内容相違  99:その他
           03          ()-KOUBENSTS          PIC  X(01).    *>抗弁状況
      *      1:支払停止中  2:解決（請求再開）  3:解決（売上取消）
      *      9:申出取下げ
           03          ()-UKETSUKEYMD        PIC  9(08).    *>受付日
           03          ()-SHOKAIYMD          PIC  9(08).    *>加盟店照会日
           03          ()-KAITOUCD           PIC  X(02).    *>加盟店回答
      *      QTS072の状況コードと同じ値を記録する
           03          ()-KAITOUYMD          PIC  9(08).    *>回答記録日
           03          ()-KAIKETSUYMD        PIC  9(08).    *>解決日
           03          ()-OPERATORID         PIC  X(08).    *>最終操作者
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
