      *8...........2.........3.........4.........5........6........7.........8
      *    QTS276(QTA276)
      ****************************************************************
      *                加盟店早期入金明細ファイル                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    早期入金（QTS276B）で先払した売上を１件ごとに記録する。
      *    ここにある売上は精算支払（QTS078B）で再度支払わない。
      *    割引料は手数料明細（QTS079B）へ別行で記載する。
      *    先払後に加盟店負担で確定したチャージバック（QTS072）は
      *    回収額を保持し、以後の先払・精算支払から差し引く。
           03          ()-SEG.                              *>先払明細キー
             05        ()-PRMURITUUBAN       PIC  9(13).    *>売上通番
      *      利用明細の提携売上通番（チャージバック案件と同じ番号）
           03          ()-NAIBUNO            PIC  9(07).    *>内部加盟店番号
           03          ()-URIAGEKEY.                        *>利用明細キー
             05        ()-KIGYOUCD           PIC  9(04).    *>企業コード
             05        ()-SUBRANGEKEY        PIC  9(04).    *>サブレンジキー
             05        ()-NAIBUKAIINNO       PIC  9(08).    *>内部会員番号
             05        ()-TORIHIKINO         PIC  9(07).    *>取引通番
           03          ()-KEIJYOUBI          PIC  9(08).    *>計上日
           03          ()-TAISHONENGETU      PIC  9(06).    *>精算対象年月
      *      計上年月（通常精算・手数料明細の対象期間）
           03          ()-URIAGEKNG          PIC S9(11)     *>売上金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-TESURYO            PIC S9(11)     *>加盟店手数料
                                   SIGN IS LEADING SEPARATE.
      *      加盟店手数料＋段階手数料
           03          ()-WARIBIKIRITSU      PIC  99V99.    *>適用割引率
           03          ()-WARIBIKIRYO        PIC S9(09)     *>割引料
                                   SIGN IS LEADING SEPARATE.
           03          ()-SENBARAIKNG        PIC S9(11)     *>先払金額
                                   SIGN IS LEADING SEPARATE.
      *      売上金額－加盟店手数料－割引料
           03          ()-SENBARAIYMD        PIC  9(08).    *>先払年月日
           03          ()-CBSTS              PIC  X(01).    *>ＣＢ回収状況
      *      SPACE:なし  1:回収中  2:回収済
           03          ()-CBKINGAKU          PIC S9(11)     *>ＣＢ確定金額
                                   SIGN IS LEADING SEPARATE.
           03          ()-CBZAN              PIC S9(11)     *>ＣＢ回収残額
                                   SIGN IS LEADING SEPARATE.
           03          ()-CBKAKUTEIYMD       PIC  9(08).    *>ＣＢ確定年月日
           03          ()-CBKAISHUYMD        PIC  9(08).    *>ＣＢ回収完了日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
