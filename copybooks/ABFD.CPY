      * ABREVIATURAS DE DIRECCION: PALABRA COMO LLEGA Y SU FORMA
      * CANONICA; CANONICA EN BLANCO QUITA LA PALABRA
       FD  ABREV-FILE.
       01  ABREV-RECORD.
           05  AB-PALABRA           PIC X(15).
           05  AB-CANONICA          PIC X(15).
