      * ESCALA DE CALIFICACION: MINIMO 9(3) + LETRA POR LINEA, EN
      * ORDEN DESCENDENTE, LA ULTIMA CON MINIMO 000
       FD  ESCALA-PRM-FILE.
       01  ESCALA-PRM-RECORD.
           05  EP-MINIMO            PIC X(3).
           05  EP-LETRA             PIC X.
