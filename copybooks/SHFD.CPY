      * HISTORIA DE SALARIOS: CADA CAMBIO CAPTURADO EN
      * MANTEN-SALARIOS CON LA FECHA DESDE LA QUE RIGE; EL SUELDO
      * VIGENTE EN UN PERIODO ES EL DEL ULTIMO CAMBIO CUYO MES DE
      * VIGENCIA NO PASA DEL PERIODO
       FD  SALHIST-FILE.
       01  SALHIST-RECORD.
           05  SH-EMP-ID            PIC X(6).
           05  SH-COMPANIA          PIC X(2).
           05  SH-FECHA-EFECTIVA    PIC 9(8).
           05  SH-BASE              PIC 9(7)V99.
           05  SH-FRECUENCIA        PIC X.
           05  SH-DEDUCCIONES       PIC 9(5)V99.
           05  SH-FECHA-CAPTURA     PIC 9(8).
           05  SH-OPERADOR          PIC X(8).
