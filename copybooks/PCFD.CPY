      * PLAN DE COMISIONES POR COMPANIA: TIPO P = POR PRODUCTO (CLAVE
      * = CAT-CODIGO), TIPO D = POR DEPARTAMENTO DEL VENDEDOR (CLAVE =
      * EMP-DEPTO). CADA RENGLON ES UN ESCALON: DESDE QUE VENTA NETA
      * MENSUAL DEL VENDEDOR APLICA LA TASA EN PORCIENTO
       FD  COMPLAN-FILE.
       01  COMPLAN-RECORD.
           05  PC-COMPANIA          PIC X(2).
           05  PC-TIPO              PIC X.
           05  PC-CLAVE             PIC X(4).
           05  PC-DESDE             PIC 9(7)V99.
           05  PC-TASA              PIC 9(2)V99.
