       FD  CAJASES-FILE.
       01  CAJASES-RECORD.
           05  CS-FECHA            PIC 9(8).
           05  CS-HORA             PIC 9(8).
           05  CS-CAJERO           PIC X(8).
           05  CS-RECIBOS          PIC 9(4).
           05  CS-TOTAL            PIC 9(9)V99.
           05  CS-COMPANIA         PIC X(2).
      * FICHA DE DEPOSITO QUE LLEVO EL EFECTIVO AL BANCO (0 = AUN
      * SIN DEPOSITAR)
           05  CS-FICHA            PIC 9(7).
