       FD  IMPUESTO-FILE.
       01  IMPUESTO-RECORD.
           05  IT-CLASE             PIC X(2).
           05  IT-COMPANIA          PIC X(2).
           05  IT-TASA              PIC 9(2)V9(4).
           05  IT-DESCRIPCION       PIC X(20).
