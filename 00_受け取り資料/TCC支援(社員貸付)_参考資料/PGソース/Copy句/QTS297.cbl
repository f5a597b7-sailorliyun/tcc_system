      *8...........2.........3.........4.........5........6........7.........8
      *    QTS297(QTA297)
      ****************************************************************
      *                帳票管理マスタ                                *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    帳票アーカイブ（QTS298・QTS299）へ保管する帳票の種類ごとに
      *    保管期間・ページ行数・閲覧権限を保持する。帳票ＩＤは帳票
      *    ファイルの割当名（QTS096RP、QTS115RPなど）とする。更新は
      *    QTS297Mで行う。
           03          ()-SEG.                              *>帳票キー
             05        ()-PRM.                              *>エントリーキー
               07      ()-PRMREPORTID        PIC  X(08).    *>帳票ＩＤ
           03          ()-REPORTMEI          PIC  N(15).    *>帳票名称
           03          ()-SAKUSEIPG          PIC  X(08).    *>作成プログラム
           03          ()-HOKANTUKISU        PIC  9(03).    *>保管期間（月）
      *      業務日付の月から数えた保管月数。ゼロ:永年保管
           03          ()-PAGEGYOSU          PIC  9(03).    *>ページ行数
      *      ページ数計上の１ページあたり行数。ゼロ:６０行
           03          ()-ETSURANTRANID      PIC  X(08).    *>閲覧取引コード
      *      照会（QTS298M）の権限に加えてロール別取引許可マスタ
      *      （QTS133）で許可を要する取引コード。スペース:追加なし
           03          ()-TOROKUYMD          PIC  9(08).    *>登録年月日
           03          ()-OPERATORID         PIC  X(08).    *>登録オペレータ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
