      *8...........2.........3.........4.........5........6........7.........8
      *    QTS272(QTA272)
      ****************************************************************
      *                認定利息基準利率テーブル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    社員貸付の経済的利益（認定利息）の算定に用いる基準利率と
      *    年間の少額免除額を適用開始日ごとに保持する。認定利息計算
      *    （QTS273B）は対象月の初日時点で有効な行を採る。更新は
      *    QTS272Mで行う。
           03          ()-SEG.                              *>基準利率キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMYUKOKAISHI      PIC  9(08).    *>適用開始年月日
           03          ()-KIJUNRIRITSU       PIC  99V99.    *>基準利率（％）
           03          ()-SHOGAKUMENJOGAKU   PIC  9(07).    *>少額免除額
      *      年間の経済的利益がこの額以下なら課税しない
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
