      * CALIFICACION DE UN ALUMNO EN UN COMPONENTE DE UN CURSO, CON LA
      * FECHA DE CAPTURA; UNA RECAPTURA REEMPLAZA A LA ANTERIOR
       FD  CALIF-COMP-FILE.
       01  CALIF-COMP-RECORD.
           05  CC-ALUMNO            PIC X(8).
           05  CC-CURSO             PIC X(6).
           05  CC-COMPONENTE        PIC X(4).
           05  CC-SCORE             PIC 9(3).
           05  CC-FECHA             PIC 9(8).
