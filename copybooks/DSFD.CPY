       FD  FICHAS-FILE.
       01  FICHA-RECORD.
           05  DS-NUMERO            PIC 9(7).
           05  DS-FECHA             PIC 9(8).
           05  DS-COMPANIA          PIC X(2).
           05  DS-SESIONES          PIC 9(4).
           05  DS-RECIBOS           PIC 9(5).
           05  DS-TOTAL             PIC 9(9)V99.
           05  DS-FECHA-EMISION     PIC 9(8).
           05  DS-OPERADOR          PIC X(8).
           05  DS-ESTATUS           PIC X.
               88  DS-PENDIENTE     VALUE "P".
               88  DS-ACREDITADA    VALUE "A".
           05  DS-FECHA-BANCO       PIC 9(8).
           05  DS-REF-BANCO         PIC X(10).
