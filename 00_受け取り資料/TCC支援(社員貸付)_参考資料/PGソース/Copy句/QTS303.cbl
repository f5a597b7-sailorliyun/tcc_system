      *8...........2.........3.........4.........5........6........7.........8
      *    QTS303(QTA303)
      ****************************************************************
      *                継続課金停止履歴ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    継続課金登録（QTS302）の課金停止・解除と、番号変更に伴う
      *    停止の引継ぎを１件ずつ記録する。QTS302M・QTS302Bが書き、
      *    会員からの問合せや加盟店との紛議の際の根拠とする。
           03          ()-SEG.                              *>履歴キー
             05        ()-PRMCARDNO          PIC  X(16).    *>カード番号
             05        ()-PRMKAMEITENNO      PIC  X(10).    *>加盟店番号
             05        ()-PRMUKETSUKEYMD     PIC  9(08).    *>受付年月日
             05        ()-PRMUKETSUKETIME    PIC  9(06).    *>受付時刻
             05        ()-PRMRENBAN          PIC  9(03).    *>同時刻内連番
           03          ()-KAI.                              *>会員キー
             05        ()-KAIKIGYOUCD        PIC  9(04).    *>企業コード
             05        ()-KAISUBRANGEKEY     PIC  9(04).    *>サブレンジキー
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-SOUSAKBN           PIC  X(01).    *>操作区分
      *      1:課金停止  2:停止解除  3:番号変更による停止引継
           03          ()-CHANNELKBN         PIC  X(01).    *>受付チャネル
      *      1:会員ＷＥＢ  2:音声応答  3:コールセンタ  9:夜間処理
           03          ()-MOTOCARDNO         PIC  X(16).    *>引継元カード番号
           03          ()-OPERATORID         PIC  X(08).    *>担当者ID
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
