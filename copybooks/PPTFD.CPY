      * PRESUPUESTO ANUAL DE GASTO POR COMPANIA, DEPARTAMENTO Y ANIO:
      * UN IMPORTE POR MES QUE CAPTURA FINANZAS
       FD  PRESUP-FILE.
       01  PRESUP-RECORD.
           05  PT-COMPANIA          PIC X(2).
           05  PT-DEPTO             PIC X(4).
           05  PT-ANIO              PIC 9(4).
           05  PT-MES OCCURS 12 TIMES
                                    PIC 9(9)V99.
