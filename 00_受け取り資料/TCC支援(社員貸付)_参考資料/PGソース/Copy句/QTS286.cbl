      *8...........2.........3.........4.........5........6........7.........8
      *    QTS286(QTA286)
      ****************************************************************
      *                カード番号マスク編集域                        *
      *                             DATA-WRITTEN  26.10.15           *
      *--------------------------------------------------------------*
      *                  修  正  履  歴                              *
      *   管理NO   修正理由                      担当者   修正日付   *
      *   000001   新規作成                      FIP      26/10/15   *
      ****************************************************************
      *    帳票・決済以外の外部提供ファイル・運用ログへカード番号を
      *    出すときは、本編集域で先頭６桁と末尾４桁以外を＊に置き
      *    換えたマスク後カード番号を使う（各プログラムの
      *    8600-MASK-CARDNO）。カード番号そのものはカード番号マスク
      *    解除照会（QTS286M）で権限のあるオペレータに限り回答し、
      *    照会の事実をオペレータ操作ジャーナル（QTS025）に残す。
           03          ()-MOTOCARDNO         PIC  X(16).    *>元カード番号
           03          ()-MASKCARDNO.                       *>マスク後番号
             05        ()-MASKMAE            PIC  X(06).    *>先頭６桁
             05        ()-MASKCHU            PIC  X(06).    *>マスク部
             05        ()-MASKATO            PIC  X(04).    *>末尾４桁
