      * PARAMETROS DE TIEMPO EXTRA: PRIMA EN PORCIENTO DE LA HORA
      * ORDINARIA, JORNADA SEMANAL EN HORAS Y LIMITE SEMANAL DE
      * HORAS EXTRA PAGABLES
       FD  HORASEXT-CTL-FILE.
       01  HORASEXT-CTL-RECORD.
           05  HC-PRIMA             PIC X(3).
           05  HC-JORNADA           PIC X(3).
           05  HC-LIMITE            PIC X(3).
