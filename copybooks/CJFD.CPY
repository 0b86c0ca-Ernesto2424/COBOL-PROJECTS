      * RECIBOS DE UNA SESION DE CAJA CERRADA; LA SESION SE
      * IDENTIFICA POR FECHA, HORA DE APERTURA Y CAJERO
       FD  CAJAREC-FILE.
       01  CAJAREC-RECORD.
           05  CJ-FECHA            PIC 9(8).
           05  CJ-HORA             PIC 9(8).
           05  CJ-CAJERO           PIC X(8).
           05  CJ-COMPANIA         PIC X(2).
           05  CJ-CLIENTE-ID       PIC X(6).
           05  CJ-MONTO            PIC 9(7)V99.
           05  CJ-REFERENCIA       PIC X(10).
