      * COSTO DE NOMINA POR DEPARTAMENTO: UN RENGLON POR DEPARTAMENTO
      * EN CADA NOMINA CORRIDA (ORIGEN N) Y UNO POR CADA FINIQUITO
      * PAGADO EN UNA BAJA (ORIGEN F), CON EL BRUTO PAGADO EN EL
      * PERIODO AL QUE PERTENECE
       FD  NOMDEPTO-FILE.
       01  NOMDEPTO-RECORD.
           05  ND-PERIODO           PIC X(6).
           05  ND-FRECUENCIA        PIC X.
           05  ND-COMPANIA          PIC X(2).
           05  ND-DEPTO             PIC X(4).
           05  ND-ORIGEN            PIC X.
           05  ND-EMPLEADOS         PIC 9(4).
           05  ND-BRUTO             PIC 9(9)V99.
           05  ND-FECHA             PIC 9(8).
