           05  CAT-DESCRIPCION     PIC X(30).
           05  CAT-PRECIO          PIC 9(5)V99.
           05  CAT-ESTATUS         PIC X.
           05  CAT-CLASE-IMP       PIC X(2).
           05  CAT-PROVEEDOR       PIC X(6).
