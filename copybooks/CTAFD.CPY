      * CUENTA BANCARIA DE DEPOSITO DE NOMINA POR EMP-ID: CLAVE
      * INTERBANCARIA DE 18 DIGITOS (LOS TRES PRIMEROS SON EL BANCO,
      * EL ULTIMO ES DIGITO VERIFICADOR) Y FECHA DE REGISTRO
       FD  CUENTA-BANCO-FILE.
       01  CUENTA-BANCO-RECORD.
           05  CT-EMP-ID            PIC X(6).
           05  CT-CUENTA            PIC X(18).
           05  CT-BANCO REDEFINES CT-CUENTA.
               10  CT-BANCO-CLAVE   PIC X(3).
               10  FILLER           PIC X(15).
           05  CT-FECHA-ALTA        PIC 9(8).
