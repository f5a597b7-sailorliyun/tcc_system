      *8...........2.........3.........4.........5........6........7.........8
      *    QTS242(QTA242)
      ****************************************************************
      *                一時増枠管理ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    QTS242Mで登録し、QTS242Bが開始日に会員マスタの限度額を
      *    増枠後の額へ置き換え、終了日に元の限度額へ戻す。限度額は
      *    いずれも千円単位。
           03          ()-SEG.                              *>一時増枠キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
               07      ()-PRMKAISHIYMD       PIC  9(08).    *>増枠開始日
           03          ()-SHURYOYMD          PIC  9(08).    *>増枠終了日
      *      この日に元の限度額へ戻す（前日までが増枠期間）
           03          ()-ZOUSOUGENDO        PIC  9(05).    *>増枠後総限度額
           03          ()-ZOUCASHGENDO       PIC  9(05).    *>増枠後ＣＳ限度額
      *      ゼロはキャッシング限度額を変えない
           03          ()-MOTOSOUGENDO       PIC  9(05).    *>元総限度額
           03          ()-MOTOCASHGENDO      PIC  9(05).    *>元ＣＳ限度額
      *      元限度額は適用時に会員マスタから退避する
           03          ()-RIYUKBN            PIC  X(01).    *>増枠理由区分
      *      1:結婚・冠婚葬祭  2:海外渡航  3:高額購入  9:その他
           03          ()-RIYU               PIC  N(20).    *>増枠理由
           03          ()-ZOUWAKUSTS         PIC  X(01).    *>増枠状態
      *      0:登録済（適用待ち）  1:適用中  2:復元済
      *      8:期限切れ（未適用）  9:取消
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-TEKIYOYMD          PIC  9(08).    *>適用年月日
           03          ()-FUKUGENYMD         PIC  9(08).    *>復元年月日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
