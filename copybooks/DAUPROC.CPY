      * SEGUNDO OPERADOR DE NIVEL 3 LAS APRUEBA O RECHAZA DESDE LA
      * COLA (APRUEBA-ACCIONES); AMBAS IDENTIDADES QUEDAN EN EL
      * RASTRO. SIN EL ARCHIVO DE CONTROL TODO OPERA COMO SIEMPRE.
      * CADA ACCION ENCOLADA DEJA UN AVISO CRITICO AL SUPERVISOR
      * (NTFPROC).
       VERIFICA-DOBLE-AUT.
           MOVE "N" TO WS-DOBLE-AUT-SWITCH
           OPEN INPUT DOBLEAUT-CTL-FILE
           MOVE "P" TO AP-ESTATUS
           MOVE SPACES TO AP-APROBADOR
           MOVE 0 TO AP-FECHA-DEC
           MOVE SPACES TO WS-NTF-REFERENCIA
           STRING AP-ACCION " " AP-PARAMETRO " " AP-FECHA
               AP-HORA(1:6) DELIMITED BY SIZE INTO WS-NTF-REFERENCIA
           WRITE PENDAPR-RECORD
           CLOSE PENDAPR-FILE
           MOVE "APROBAR" TO WS-NTF-ORIGEN
           MOVE "C" TO WS-NTF-SEVERIDAD
           MOVE SPACES TO WS-NTF-DETALLE
           STRING "ACCION " WS-DAU-ACCION " " WS-DAU-PARAMETRO
               " DE " WS-AUD-OPERADOR " POR APROBAR"
               DELIMITED BY SIZE INTO WS-NTF-DETALLE
           PERFORM ANOTA-NOTIFICACION
           DISPLAY "ACCION " WS-DAU-ACCION " ("
               WS-DAU-PARAMETRO ") ENCOLADA PARA SEGUNDA "
               "AUTORIZACION".
