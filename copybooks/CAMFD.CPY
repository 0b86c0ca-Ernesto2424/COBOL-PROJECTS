      * SOLICITUDES DE CAMBIO DE CALIFICACION Y SU HISTORIA: EL
      * RENGLON DE HISTCAL.DAT (ALUMNO, CURSO, FECHA DE CALIFICACION)
      * CON LA CALIFICACION ANTERIOR Y LA NUEVA. ESTATUS P PENDIENTE,
      * A APLICADA, R RECHAZADA
       FD  CAMBCAL-FILE.
       01  CAMBCAL-RECORD.
           05  CM-FOLIO             PIC 9(6).
           05  CM-ALUMNO            PIC X(8).
           05  CM-CURSO             PIC X(6).
           05  CM-PERIODO           PIC X(6).
           05  CM-FECHA-CAL         PIC 9(8).
           05  CM-SCORE-ANT         PIC 9(3).
           05  CM-LETRA-ANT         PIC X.
           05  CM-SCORE-NVO         PIC 9(3).
           05  CM-LETRA-NVA         PIC X.
           05  CM-MOTIVO            PIC X(40).
           05  CM-SOLICITANTE       PIC X(8).
           05  CM-FECHA-SOL         PIC 9(8).
           05  CM-APROBADOR         PIC X(8).
           05  CM-FECHA-APR         PIC 9(8).
           05  CM-ESTATUS           PIC X.
