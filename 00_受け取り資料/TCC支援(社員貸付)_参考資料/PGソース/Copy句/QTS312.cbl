      *8...........2.........3.........4.........5........6........7.........8
      *    QTS312(QTA312)
      ****************************************************************
      *                申込本人確認項目ファイル                      *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    入会申込の受付時に行った取引時確認の内容を、申込１件につき
      *    １レコードで持つ。申込ファイル（QBS002）はレコード長を外部
      *    と取り決めているため本人確認項目を持たせず、申込受付側が
      *    同じ申込の外部会員番号・受付日をキーにこのファイルへ登録
      *    する。QTS254Bが会員ごとに受付日の最も新しいものを読み、
      *    入会時の確認記録（QTS254）を作成する。
           03          ()-SEG.                              *>申込キー
             05        ()-PRMGAIBUKAIINNO    PIC  9(12).    *>外部会員番号
             05        ()-PRMUKETSUKEDATE    PIC  9(07).    *>申込受付日
           03          ()-HKKSHORUIKBN       PIC  X(02).    *>本人確認書類
      *      区分値はQTS254の本人確認書類と同じ
           03          ()-HKKSHORUINO        PIC  X(20).    *>書類番号
           03          ()-HKKSHORUIKIGEN     PIC  9(08).    *>書類有効期限
           03          ()-HKKHOUHOU          PIC  X(01).    *>確認方法
      *      区分値はQTS254の確認方法と同じ
           03          ()-HKKKAKUNINYMD      PIC  9(08).    *>確認日
           03          ()-HKKKAKUNINSHA      PIC  X(08).    *>確認者
           03          ()-HKKTORIHIKIMOKUTEKI PIC X(01).    *>取引目的
           03          ()-HKKPEPSKBN         PIC  X(01).    *>外国ＰＥＰｓ
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
