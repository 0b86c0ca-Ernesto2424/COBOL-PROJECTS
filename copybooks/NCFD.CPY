      * UN RENGLON POR NOMINA CORRIDA (PERIODO, FRECUENCIA, COMPANIA)
      * CON SUS CIFRAS DE CONTROL; LOS CAMPOS AL FINAL DEL REGISTRO
      * SE AGREGARON DESPUES Y EN RENGLONES VIEJOS NO SON NUMERICOS
       FD  NOMCTRL-FILE.
       01  NOMCTRL-RECORD.
           05  NC-PERIODO          PIC X(6).
           05  NC-FRECUENCIA       PIC X.
           05  NC-COMPANIA         PIC X(2).
           05  NC-EMPLEADOS        PIC 9(4).
           05  NC-TOTAL-NETO       PIC 9(9)V99.
           05  NC-FECHA            PIC 9(8).
           05  NC-TOTAL-RETENCION  PIC 9(9)V99.
           05  NC-DISP-EMPLEADOS   PIC 9(4).
           05  NC-DISP-NETO        PIC 9(9)V99.
           05  NC-MANUAL-EMPLEADOS PIC 9(4).
           05  NC-MANUAL-NETO      PIC 9(9)V99.
           05  NC-TOTAL-BRUTO      PIC 9(9)V99.
           05  NC-TOTAL-DEDUCCION  PIC 9(9)V99.
