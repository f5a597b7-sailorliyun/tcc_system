           03  QBS002-TEIKEIKBN                       PIC X(001).
           03  QBS002-CREATEDATE                     PIC 9(008).
           03  QBS002-CREATETIME                     PIC 9(006).
      * 2026/10/15 会員紹介制度対応　紹介コード項目追加  FIP -->
      *    03  FILLER                                PIC X(022).
           03  QBS002-SHOUKAICD                       PIC 9(008).
           03  FILLER                                PIC X(014).
      * 2026/10/15 会員紹介制度対応　紹介コード項目追加  FIP <--


