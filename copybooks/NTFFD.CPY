      * AVISO AL SUPERVISOR: ORIGEN (OVERRIDE, APROBAR, DESVIO, SLA,
      * CRUCE), SEVERIDAD (C CRITICO, A ALTO, I INFORMATIVO), LA
      * REFERENCIA QUE LO HACE UNICO Y QUIEN LO RECONOCIO
       FD  NOTIFICA-FILE.
       01  NOTIFICA-RECORD.
           05  NT-FOLIO             PIC 9(6).
           05  NT-ORIGEN            PIC X(8).
           05  NT-SEVERIDAD         PIC X.
               88  NT-CRITICO       VALUE "C".
           05  NT-REFERENCIA        PIC X(40).
           05  NT-FECHA             PIC 9(8).
           05  NT-HORA              PIC 9(8).
           05  NT-PROGRAMA          PIC X(20).
           05  NT-COMPANIA          PIC X(2).
           05  NT-DETALLE           PIC X(60).
           05  NT-ESTATUS           PIC X.
               88  NT-PENDIENTE     VALUE "P".
               88  NT-RECONOCIDO    VALUE "R".
           05  NT-REC-FECHA         PIC 9(8).
           05  NT-REC-HORA          PIC 9(8).
           05  NT-REC-OPERADOR      PIC X(8).
