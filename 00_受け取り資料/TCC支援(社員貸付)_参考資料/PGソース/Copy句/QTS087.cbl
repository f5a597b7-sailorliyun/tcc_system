      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   提携ポイント移行受注対応      FIP      26/09/03   *
      *   000003   不正調査中の受注保留          FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>受注キー
             05        ()-PRMJUCHUNO         PIC  9(08).    *>受注番号
           03          ()-JUCHUYMD           PIC  9(08).    *>受注年月日
           03          ()-JUCHUSTS           PIC  X(01).    *>受注状態
      *      1:受注（出荷指示済）  2:出荷済  3:ポイント移行済
      *      4:保留（ポイント不正調査中。QTS287B）  9:取消
           03          ()-SHUKKAYMD          PIC  9(08).    *>出荷年月日
           03          ()-UNSOUDENPYONO      PIC  X(12).    *>運送伝票番号
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
