      *   000002   送信状態に介入抑止を追加      FIP      26/09/02   *
      *   000003   アラート種別03を追加          FIP      26/09/02   *
      *   000004   アラート種別04を追加          FIP      26/09/03   *
      *   000005   アラート種別05を追加          FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>アラートキー
             05        ()-PRMALERTNO         PIC  9(09).    *>アラート番号
             05        ()-KAINAIBUKAIINNO    PIC  9(08).    *>内部会員番号
           03          ()-ALERTKBN           PIC  X(02).    *>アラート種別
      *      01:オーソリ謝絶  02:不正スコア検知  03:払込票切替案内
      *      04:天引上限分割案内  05:漏洩カード再発行案内
           03          ()-CHANNELKBN         PIC  X(01).    *>送信チャネル
      *      1:ＳＭＳ  2:メール
           03          ()-ATESAKI            PIC  X(40).    *>送信先
