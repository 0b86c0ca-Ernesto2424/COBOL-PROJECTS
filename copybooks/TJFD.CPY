      * TARJETA DE TIEMPO: UNA POR EMPLEADO, PERIODO Y FRECUENCIA,
      * CON HORAS ORDINARIAS Y HORAS EXTRA TRABAJADAS EN EL PERIODO
       FD  TARJETA-FILE.
       01  TARJETA-RECORD.
           05  TJ-EMP-ID            PIC X(6).
           05  TJ-COMPANIA          PIC X(2).
           05  TJ-PERIODO           PIC X(6).
           05  TJ-FRECUENCIA        PIC X.
           05  TJ-HORAS-NORMALES    PIC 9(3)V99.
           05  TJ-HORAS-EXTRA       PIC 9(3)V99.
           05  TJ-FECHA-CAPTURA     PIC 9(8).
           05  TJ-OPERADOR          PIC X(8).
