      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/08/22   *
      *   000002   端末照合による起票を追加      FIP      26/10/15   *
      *   000003   ポイント不正検知の起票を追加  FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>案件キー
             05        ()-PRMCARDNO          PIC  X(16).    *>カード番号
           03          ()-OPENYMD            PIC  9(08).    *>起票年月日
           03          ()-TRIGGERKBN         PIC  X(01).    *>起票契機区分
      *      1:高スコア単発  2:中スコア累積  3:端末照合（QTS278B）
      *      4:ポイント不正検知（QTS287B）
           03          ()-TRIGGERSCORE       PIC  9(04).    *>契機スコア
           03          ()-TORIHIKIINF.                       *>契機取引
             05        ()-TORIHIKICOUNT      PIC  9(01).    *>取引件数
      *      スペース:未決  1:不正確定  2:不正でない  3:連絡不能
           03          ()-DISPOSEYMD         PIC  9(08).    *>処分年月日
           03          ()-TANTOUSHAID        PIC  X(08).    *>調査担当者ID
           03          ()-TANMATSUINF.                      *>端末照合情報
      *      起票契機が端末照合のとき、最初に検知した端末
             05        ()-TANMATSUIJOKBN     PIC  X(01).    *>端末異常区分
      *      1:未登録端末  2:撤去済・設置前端末  3:加盟店不一致
      *      4:加盟店未紐付端末
             05        ()-TANMATSUNO         PIC  X(13).    *>端末番号
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
           03          ()-SVRKOUSHINYMD      PIC  9(08).    *>サーバ更新日
