      *8...........2.........3.........4.........5........6........7.........8
      *    QTS291(QTA291)
      ****************************************************************
      *                店舗統廃合管理ファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    閉店・統合する営業店（旧店）と受け皿となる営業店（新店）
      *    および実施日を持つ。登録時に店テーブル（QTS180）の営業店
      *    コードと有効期間で検証し、実施日に店舗統廃合処理（QTS291B）
      *    が会員の店コードと未完了債権の債権管理店を新店へ付け替え、
      *    件数と振替金額を記録する。付替えの明細は店舗統廃合履歴
      *    （QTS292）に残す。
           03          ()-SEG.                              *>統廃合キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  X(04).    *>企業コード
               07      ()-PRMKYUTENCD        PIC  X(02).    *>旧店コード
               07      ()-PRMJISSHIYMD       PIC  9(08).    *>実施日
           03          ()-SHINTENCD          PIC  X(02).    *>新店コード
           03          ()-SAIHENKBN          PIC  X(01).    *>再編区分
      *      1:閉店  2:統合
           03          ()-SAIHENSTS          PIC  X(01).    *>処理状況
      *      1:登録済  2:実施済  8:実施不可  9:取消
           03          ()-ERRCD              PIC  X(06).    *>実施不可理由
           03          ()-TOUROKUYMD         PIC  9(08).    *>登録日
           03          ()-JISSHIZUMIYMD      PIC  9(08).    *>実施処理日
           03          ()-KEKKA.                            *>付替結果
             05        ()-KAIINKENSU         PIC  9(07).    *>会員件数
             05        ()-NYUKINKENSU        PIC  9(07).    *>入金計上件数
             05        ()-BUNKAIKENSU        PIC  9(07).    *>入金分解件数
             05        ()-FURIKAEKNG         PIC S9(13)     *>振替金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
