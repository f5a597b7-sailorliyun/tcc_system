      *   000002   発生元区分に償却を追加        FIP      26/09/02   *
      *   000003   発生元区分に経過利息を追加    FIP      26/09/02   *
      *   000004   発生元区分の整理              FIP      26/09/03   *
      *   000005   発生元区分にブランド精算追加  FIP      26/10/15   *
      *   000006   発生元区分に社員貸付実行追加  FIP      26/10/15   *
      *   000007   発生元区分に印紙税を追加      FIP      26/10/15   *
      *   000008   債権管理店・店舗統廃合を追加  FIP      26/10/15   *
      *   000009   発生元区分に減免を追加        FIP      26/10/15   *
      *   000010   発生元区分に海外事務手数料追加FIP      26/10/15   *
      ****************************************************************
           03          ()-SEG.                              *>仕訳キー
             05        ()-SHORIYMD           PIC  9(08).    *>処理年月日
      *      1:利用明細(QTS050)  2:入金計上(QTS090)  3:ポイント失効
      *      4:償却(QTS105)  5:経過利息(QTS232)  6:引当(QTS233)
      *      8:代位弁済(QTS142)  9:当選ポイント付与(QMA008)
      *      A:割賦取消(QTS151)  B:ブランド精算(QTS268)
      *      C:社員貸付実行(QTS270)  D:印紙税(QTS274)
      *      E:店舗統廃合(QTS291)  F:手数料・損害金減免(QTS294)
      *      G:海外事務手数料(QTS309)
      *      （ＡＴＭ提携取引は利用明細へ変換のうえ区分１で起票）
      *      （海外事務手数料の明細・伝票種別9006は区分１に含めない）
           03          ()-SAIKENKANRITEN     PIC  X(02).    *>債権管理店
      *      店舗統廃合の振替仕訳（区分Ｅ）のみ設定。他はスペース
           03          ()-SAKUSEIYMD         PIC  9(08).    *>作成年月日
           03          ()-HOSTSHORIYMD       PIC  X(08).    *>ホスト処理日
           03          ()-HOSTSHORITIME      PIC  X(06).    *>ホスト処理時刻
