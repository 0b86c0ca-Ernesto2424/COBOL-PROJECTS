           05  EMP-DEPTO           PIC X(4).
           05  EMP-COMPANIA        PIC X(2).
           05  EMP-FECHA-INGRESO   PIC 9(8).
           05  EMP-SUPERVISOR      PIC X(6).
