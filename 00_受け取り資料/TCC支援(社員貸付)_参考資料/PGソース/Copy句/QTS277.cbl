      *8...........2.........3.........4.........5........6........7.........8
      *    QTS277(QTA277)
      ****************************************************************
      *                加盟店端末マスタ                              *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    端末識別番号ごとに設置先の加盟店（QTS075）と稼働期間・
      *    端末属性を保持する。端末の登録・変更・撤去は提携先加盟店
      *    情報（QXS010）からQTS277Bが反映し、加盟店との紐付けと
      *    訂正はQTS277Mで行う。夜間の端末照合（QTS278B）が利用
      *    明細・オーソリログの端末を本マスタで確認する。
           03          ()-SEG.                              *>端末キー
             05        ()-PRMTANMATUNO       PIC  X(13).    *>端末識別番号
      *      会社コード(5)メーカー(2)機種(1)通番(5)
      *      オーソリログの加盟店番号欄と同一の番号
           03          ()-URIAGETANMATSU     PIC  X(09).    *>売上端末番号
      *      利用明細（QTS050）の端末番号。端末識別番号の６桁目以降
      *      （メーカー・機種・通番）を左詰めしたもの
           03          ()-NAIBUNO            PIC  9(07).    *>内部加盟店番号
      *      ゼロは加盟店未紐付
           03          ()-TANMATSUSTS        PIC  X(01).    *>端末状態
      *      1:稼働中  9:撤去済
           03          ()-SECHIYMD           PIC  9(08).    *>設置年月日
           03          ()-TEKKYOYMD          PIC  9(08).    *>撤去年月日
           03          ()-MAKERCD            PIC  X(02).    *>メーカーコード
           03          ()-SHUBETSU           PIC  X(01).    *>端末種別
      *      提携先の機種コード
           03          ()-EMVKBN             PIC  X(01).    *>ＥＭＶ対応区分
      *      1:対応（いずれかのブランドＩＣアプリ対応）  0:非対応
           03          ()-CONTACTLESSKBN     PIC  X(01).    *>タッチ決済対応
      *      1:対応  0:非対応
           03          ()-SECHITENKANA       PIC  X(30).    *>設置店名カナ
           03          ()-KOUSHINKBN         PIC  X(01).    *>最終更新元
      *      1:提携先データ  2:オペレータ
           03          ()-OPERATORID         PIC  X(08).    *>紐付オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
