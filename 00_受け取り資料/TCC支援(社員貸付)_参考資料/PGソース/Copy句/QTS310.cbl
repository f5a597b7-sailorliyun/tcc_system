      *8...........2.........3.........4.........5........6........7.........8
      *    QTS310(QTA310)
      ****************************************************************
      *                海外事務手数料率テーブル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    外貨建て利用（海外利用）に課す海外事務手数料の料率を、
      *    カード区分（QTS130）とブランドの組合せごとに持つ。
      *    QTS309Bは次の順に引き、最初に見つかった料率を使う。
      *      １．カード区分＋ブランド  ２．カード区分＋ブランド空白
      *      ３．カード区分ゼロ＋ブランド  ４．カード区分ゼロ＋空白
      *    どれも無いカード区分には課さない。料率ゼロは非課金。
      *    料率の改定は適用開始日を付けて登録し、それより前に計上
      *    された利用には改定前料率を使う。保守はQTS310Mで行う。
           03          ()-SEG.                              *>料率キー
             05        ()-PRMCARDKBN         PIC  9(06).    *>カード区分
      *      000000:全カード区分共通
             05        ()-PRMBRANDKBN        PIC  X(01).    *>ブランド区分
      *      1:VISA  2:Mastercard  3:JCB  スペース:全ブランド共通
           03          ()-TESURYORITSU       PIC  99V999.   *>料率（％）
           03          ()-TEKIYOKAISHIYMD    PIC  9(08).    *>適用開始日
           03          ()-ZENTESURYORITSU    PIC  99V999.   *>改定前料率
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>最終更新担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
