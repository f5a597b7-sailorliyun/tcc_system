      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   郵送ＤＭ許諾区分を追加        FIP      26/09/03   *
      *   000003   利用停止・第三者提供停止追加  FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>許諾キー
             05        ()-PRM.                              *>エントリーキー
           03          ()-KEITAITEL          PIC  X(15).    *>携帯電話番号
           03          ()-MAILADDR           PIC  X(40).    *>メールアドレス
           03          ()-HENKOUYMD          PIC  9(08).    *>最終変更日
           03          ()-RIYOUTEISHI        PIC  X(01).    *>利用停止
      *      スペース:なし  1:停止中（個人情報の利用停止請求。QTS307M）
      *      設定中はキャンペン接触（QMA006B）と配信抽出から除く
           03          ()-DAISANSHATEISHI    PIC  X(01).    *>第三者提供停止
      *      スペース:なし  1:停止中（第三者提供停止請求。QTS307M）
      *      設定中は配信抽出（QTS811B）から除く
           03          ()-TEISHIYMD          PIC  9(08).    *>停止受付日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
