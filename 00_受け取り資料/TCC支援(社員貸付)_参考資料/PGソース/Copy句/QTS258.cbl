      *8...........2.........3.........4.........5........6........7.........8
      *    QTS258(QTA258)
      ****************************************************************
      *                ＪＩＣＣ報告管理ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    ＪＩＣＣ月次報告（QTS258B）の会員別最終報告内容。ＣＩＣの
      *    報告管理（QTS116）と同じ考え方で差分報告とエラー再送
      *    （QTS259B）に用いる。
           03          ()-SEG.                              *>報告管理キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMKIGYOUCD        PIC  9(04).    *>企業コード
               07      ()-PRMSUBRANGEKEY     PIC  9(04).    *>サブレンジキー
               07      ()-PRMNAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-HOUKOKUYMD         PIC  9(08).    *>最終報告年月日
           03          ()-HOUKOKUZAN         PIC S9(11)     *>最終報告残高
                                   SIGN IS LEADING SEPARATE.
           03          ()-HOUKOKUGENDO       PIC  9(05).    *>最終報告極度額
           03          ()-HOUKOKUIDOU        PIC  X(02).    *>最終報告異動区分
           03          ()-HOUKOKUIDOUYMD     PIC  9(08).    *>最終報告異動発生日
           03          ()-HOUKOKUSTS         PIC  X(01).    *>報告状況
      *      スペース:未報告  1:報告済  2:エラー再送待ち
           03          ()-REJECTCD           PIC  X(04).    *>直近エラーコード
           03          ()-REJECTYMD          PIC  9(08).    *>エラー受信日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
