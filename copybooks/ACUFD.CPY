      * ACUMULADO ANUAL DE NOMINA POR EMP-ID, COMPANIA Y ANIO. LA
      * ULTIMA NOMINA SUMADA (PERIODO Y FRECUENCIA) IMPIDE QUE UNA
      * CORRIDA REPETIDA DEL MISMO PERIODO SUME DOS VECES
       FD  ACUMULADO-FILE.
       01  ACUMULADO-RECORD.
           05  NA-EMP-ID            PIC X(6).
           05  NA-COMPANIA          PIC X(2).
           05  NA-ANIO              PIC 9(4).
           05  NA-BRUTO             PIC 9(9)V99.
           05  NA-DEDUCCION         PIC 9(9)V99.
           05  NA-RETENCION         PIC 9(9)V99.
           05  NA-NETO              PIC 9(9)V99.
           05  NA-NOMINAS           PIC 9(3).
           05  NA-ULT-PERIODO       PIC X(6).
           05  NA-ULT-FRECUENCIA    PIC X.
