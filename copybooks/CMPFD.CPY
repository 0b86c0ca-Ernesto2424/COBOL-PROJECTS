      * COMPONENTES DE EVALUACION POR CURSO: CODIGO, NOMBRE Y PESO EN
      * PORCENTAJE; LOS PESOS DE UN CURSO SUMAN 100
       FD  COMPONENTES-FILE.
       01  COMPONENTE-RECORD.
           05  CP-CURSO             PIC X(6).
           05  CP-CODIGO            PIC X(4).
           05  CP-NOMBRE            PIC X(20).
           05  CP-PESO              PIC 9(3).
