                   07  QXS001-MSTYUKOKIGEN            PIC X(004).
                   07  QXS001-SOZANDAKA               PIC 9(005).
                   07  QXS001-NOBEZANDAKA             PIC 9(005).
                   07  QXS001-CASHINGZANDAKA          PIC 9(005).
               05  QXS001-KEIZOKUITEM.
      *        継続課金の識別（QXS001W設定、QTS302B参照）
                   07  QXS001-KEIZOKUKBN              PIC X(001).
               05  QXS001-TANMATUITEM.
      *        端末識別番号（QXS001W設定、QTS278B参照）
                   07  QXS001-TANMATUNO               PIC X(013).
