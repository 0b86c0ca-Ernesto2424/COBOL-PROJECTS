      * SALDO DE VACACIONES POR EMP-ID: DIAS OTORGADOS Y TOMADOS
      * DESDE QUE SE LLEVA EL SALDO, Y EL ULTIMO ANIVERSARIO (ANOS DE
      * SERVICIO) YA OTORGADO, PARA NO OTORGAR DOS VECES EL MISMO
       FD  VACSALDO-FILE.
       01  VACSALDO-RECORD.
           05  VS-EMP-ID            PIC X(6).
           05  VS-COMPANIA          PIC X(2).
           05  VS-OTORGADOS         PIC 9(4).
           05  VS-TOMADOS           PIC 9(4).
           05  VS-ULT-ANIV          PIC 9(2).
           05  VS-FECHA-ULT-ANIV    PIC 9(8).
