      *8...........2.........3.........4.........5........6........7.........8
      *    QTS260(QTA260)
      ****************************************************************
      *                収入証明書管理ファイル                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    貸金業法の資力を明らかにする書面（収入証明書）の会員別
      *    受領状況。受領した書類はQTS260Mで登録し（従前の書類は
      *    QTS025ジャーナルに残る）、提出要否の判定と依頼状・督促状・
      *    期限前案内はQTS260Bが行う。提出要の会員に有効な書類が
      *    なければ限度額の増額（QTS016B・QXCS03B）を行わない。
           03          ()-SEG.                              *>収入証明キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-GAIBUKAIINNO       PIC  9(12).    *>外部会員番号
           03          ()-SHORUIKBN          PIC  X(02).    *>書類種類
      *      01:源泉徴収票  02:確定申告書  03:給与の支払明細書
      *      04:所得証明書（課税証明書）  05:年金通知書  99:その他
      *      SPACE:未受領
           03          ()-NENSHU             PIC  9(07).    *>証明年収（千円）
           03          ()-HAKKOUYMD          PIC  9(08).    *>書類発行日
           03          ()-JURYOUYMD          PIC  9(08).    *>受領日
           03          ()-YUUKOUKIGEN        PIC  9(08).    *>有効期限
      *      ゼロ:未受領
           03          ()-HITSUYOKBN         PIC  X(01).    *>提出要否
      *      1:提出要  SPACE:不要
           03          ()-HITSUYORIYU        PIC  X(01).    *>提出要の理由
      *      1:キャッシング限度額が基準超
      *      2:他社借入との合算が基準超
           03          ()-HANTEIYMD          PIC  9(08).    *>要否判定日
           03          ()-IRAISTS            PIC  X(01).    *>依頼状況
      *      SPACE:依頼なし  1:依頼中  2:督促済  3:期限前案内済
           03          ()-IRAIYMD            PIC  9(08).    *>依頼日
           03          ()-TOKUSOKUYMD        PIC  9(08).    *>督促日
           03          ()-ANNAIYMD           PIC  9(08).    *>期限前案内日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
