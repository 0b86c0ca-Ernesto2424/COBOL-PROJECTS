      * TARIFA DE RETENCION POR FRECUENCIA DE PAGO (S/Q/M): LIMITE
      * INFERIOR DEL RENGLON, CUOTA FIJA Y TASA MARGINAL EN PORCIENTO
      * SOBRE EL EXCEDENTE DEL LIMITE INFERIOR
       FD  RETENCION-FILE.
       01  RETENCION-RECORD.
           05  RT-FRECUENCIA        PIC X.
           05  RT-LIMITE-INF        PIC 9(7)V99.
           05  RT-CUOTA-FIJA        PIC 9(7)V99.
           05  RT-TASA              PIC 9(2)V99.
