      * COLA DE REVISION DE POSIBLES DUPLICADOS: UN RENGLON POR PAR
      * (DQ-ID-A ES EL ID MENOR). ESTATUS P PENDIENTE, F FUSIONADO,
      * R RECHAZADO (SON PERSONAS DISTINTAS, NO SE VUELVE A PROPONER)
      * Y X OBSOLETO (EL PAR YA NO SALIO EN EL ULTIMO BARRIDO)
       FD  DUPCOLA-FILE.
       01  DUPCOLA-RECORD.
           05  DQ-ID-A              PIC X(6).
           05  DQ-ID-B              PIC X(6).
           05  DQ-COMPANIA          PIC X(2).
           05  DQ-PUNTAJE           PIC 9(3).
           05  DQ-RAZONES           PIC X(20).
           05  DQ-ESTATUS           PIC X.
               88  DQ-PENDIENTE     VALUE "P".
               88  DQ-FUSIONADO     VALUE "F".
               88  DQ-RECHAZADO     VALUE "R".
               88  DQ-OBSOLETO      VALUE "X".
           05  DQ-FECHA-ALTA        PIC 9(8).
           05  DQ-FECHA-RESOL       PIC 9(8).
           05  DQ-OPERADOR          PIC X(8).
