      *8...........2.........3.........4.........5........6........7.........8
      *    QXTS252(QXTS252)
      ****************************************************************
      *          官報公告データ（破産・民事再生）                    *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    官報情報提供サービスから日次で受領する破産・民事再生公告
      *    の明細行本文。取込ゲート（QTS139B）共通ラッパ形式で受け、
      *    金額項目はないためゲートの金額検証は行わない（位置ゼロ）。
      *    生年月日は公告に記載のない場合ゼロで届く。
           03          ()-KANPOUYMD          PIC  9(08).    *>官報掲載日
           03          ()-KEISAINO           PIC  X(10).    *>掲載号・頁
           03          ()-KOUKOKUKBN         PIC  X(01).    *>公告区分
      *      1:破産手続開始  2:再生手続開始  3:免責許可
      *      4:再生計画認可
           03          ()-SAIBANSHOKANA      PIC  X(20).    *>裁判所名カナ
           03          ()-JIKENNO            PIC  X(20).    *>事件番号
           03          ()-SHIMEIKANA         PIC  X(30).    *>氏名カナ
           03          ()-SEINENGAPPI        PIC  9(08).    *>生年月日
           03          ()-KENKANA            PIC  X(08).    *>都道府県カナ
           03          ()-JUSHOKANA          PIC  X(42).    *>住所カナ
           03          ()-BANCHIKANA         PIC  X(15).    *>番地カナ
           03          FILLER                PIC  X(37).
