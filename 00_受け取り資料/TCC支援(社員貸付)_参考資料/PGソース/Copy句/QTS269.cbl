      *8...........2.........3.........4.........5........6........7.........8
      *    QTS269(QTA269)
      ****************************************************************
      *                資金繰り予測ファイル                          *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    資金繰り予測バッチ（QTS269B）が対象日ごとに入金・出金の
      *    予測額を保持する。毎朝、当日から９０日先までの予測を最新
      *    の内容で置き換え、対象日が過ぎた後は入金計上・返金振込・
      *    貸付実行・加盟店支払の実績を集計して予測との差額を設定
      *    する。予測は対象日当日の朝に作成したものが最終となる。
           03          ()-SEG.                              *>予測キー
             05        ()-PRMTAISHOYMD       PIC  9(08).    *>対象年月日
           03          ()-YOSOKUSAKUSEIYMD   PIC  9(08).    *>予測作成日
           03          ()-YSK.                              *>予測
             05        ()-YSKFURIKAE         PIC S9(13)     *>口座振替
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKCVS             PIC S9(13)     *>コンビニ収納
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKTENBIKI         PIC S9(13)     *>給与天引
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKHENSAI          PIC S9(13)     *>返済予定
                                   SIGN IS LEADING SEPARATE.
      *      請求未作成の月の返済予定明細（QTS210）による入金
             05        ()-YSKNYUKIN          PIC S9(13)     *>入金計
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKKAMEITEN        PIC S9(13)     *>加盟店支払
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKHENKIN          PIC S9(13)     *>過入金返金
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKYUSHI           PIC S9(13)     *>貸付実行
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKSHUKIN          PIC S9(13)     *>出金計
                                   SIGN IS LEADING SEPARATE.
             05        ()-YSKNET             PIC S9(13)     *>差引
                                   SIGN IS LEADING SEPARATE.
           03          ()-JSK.                              *>実績
             05        ()-JSKSHUKEIYMD       PIC  9(08).    *>実績集計日
      *      ゼロ:実績未集計
             05        ()-JSKFURIKAE         PIC S9(13)     *>口座振替
                                   SIGN IS LEADING SEPARATE.
      *      返済予定による入金も口座振替の実績に含まれる
             05        ()-JSKCVS             PIC S9(13)     *>コンビニ収納
                                   SIGN IS LEADING SEPARATE.
             05        ()-JSKTENBIKI         PIC S9(13)     *>給与天引
                                   SIGN IS LEADING SEPARATE.
             05        ()-JSKNYUKIN          PIC S9(13)     *>入金計
                                   SIGN IS LEADING SEPARATE.
             05        ()-JSKKAMEITEN        PIC S9(13)     *>加盟店支払
                                   SIGN IS LEADING SEPARATE.
             05        ()-JSKHENKIN          PIC S9(13)     *>過入金返金
                                   SIGN IS LEADING SEPARATE.
             05        ()-JSKYUSHI           PIC S9(13)     *>貸付実行
                                   SIGN IS LEADING SEPARATE.
             05        ()-JSKSHUKIN          PIC S9(13)     *>出金計
                                   SIGN IS LEADING SEPARATE.
             05        ()-JSKNET             PIC S9(13)     *>差引
                                   SIGN IS LEADING SEPARATE.
           03          ()-SAGAKU             PIC S9(13)     *>予実差額
                                   SIGN IS LEADING SEPARATE.
      *      実績差引－予測差引
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
