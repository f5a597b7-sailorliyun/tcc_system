      *8...........2.........3.........4.........5........6........7.........8
      *    QTS254(QTA254)
      ****************************************************************
      *                本人確認記録ファイル（犯収法 確認記録）       *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      *   000002   本人確認項目の別ファイル化    FIP      26/10/15   *
      ****************************************************************
      *    犯罪収益移転防止法の確認記録を会員×確認連番で保持する。
      *    入会時の取引時確認は申込本人確認項目（QTS312）から
      *    QTS254Bが作成し、継続的顧客管理による再確認・届出事項の
      *    変更はQTS254Mで追加する。保存期限は取引終了（解約）日から
      *    ７年とし、解約を検知した時点でQTS254Bが設定する。期限を
      *    過ぎた記録はQTS254Bが削除する。
      *    マイナンバーカードによる確認の場合、個人番号は記録しない
      *    （書類番号はカードの照会番号等を記録する）。
           03          ()-SEG.                              *>確認記録キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
             05        ()-PRMKAKUNINSEQ      PIC  9(03).    *>確認連番
           03          ()-GAIBUKAIINNO       PIC  9(12).    *>外部会員番号
           03          ()-KAKUNINKBN         PIC  X(01).    *>確認区分
      *      1:入会時取引時確認  2:継続的顧客管理の再確認
      *      3:届出事項の変更
           03          ()-SHORUIKBN          PIC  X(02).    *>本人確認書類
      *      01:運転免許証  02:マイナンバーカード  03:在留カード
      *      04:旅券  05:運転経歴証明書  06:各種健康保険証
      *      07:住民票の写し  08:印鑑登録証明書  99:その他
           03          ()-SHORUINO           PIC  X(20).    *>書類番号
           03          ()-SHORUIKIGEN        PIC  9(08).    *>書類有効期限
           03          ()-KAKUNINHOUHOU      PIC  X(01).    *>確認方法
      *      1:対面・写真付書類の提示  2:対面・写真なし書類２種
      *      3:非対面・書類写し送付＋転送不要郵便
      *      4:非対面・画像＋容貌（ｅＫＹＣ）
      *      5:非対面・ＩＣチップ読取＋容貌  6:非対面・銀行等確認済
           03          ()-KAKUNINYMD         PIC  9(08).    *>確認日
           03          ()-KAKUNINSHAID       PIC  X(08).    *>確認者
           03          ()-TORIHIKIMOKUTEKI   PIC  X(01).    *>取引目的
      *      1:生計費決済  2:事業費決済  3:借入金返済  9:その他
           03          ()-PEPSKBN            PIC  X(01).    *>外国ＰＥＰｓ
      *      1:該当  SPACE:非該当
           03          ()-SHOKUGYOUKBN       PIC  9(01).    *>職業（勤務先区分）
      *      確認時点の会員マスタ勤務先区分
           03          ()-TORIHIKISHURYOYMD  PIC  9(08).    *>取引終了日
           03          ()-HOZONKIGEN         PIC  9(08).    *>保存期限
      *      ゼロ:取引継続中（取引終了日から７年）
           03          ()-SAKUSEIYMD         PIC  9(08).    *>作成日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
