           COPY FECSEL.
           COPY TIENDASEL.
           COPY AUDITSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.

       COPY AUDITFD.

       COPY NTFFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY BRKWS.
       COPY CIAWS.
       COPY DEPWS.
       COPY NTFWS.

       01  WS-CONT-POR-BRK-TABLE.
           05  WS-CONT-POR-BRK OCCURS 20 TIMES PIC 9(4) VALUE 0.
                PERFORM ESCRIBE-ALERTA
            END-IF.

      * CADA DESVIACION QUEDA TAMBIEN COMO AVISO AL SUPERVISOR
       ESCRIBE-ALERTA.
            OPEN EXTEND ALERTAS-FILE
            IF WS-ALERTAS-STATUS = "05" OR WS-ALERTAS-STATUS = "35"
            MOVE WS-PROM-GRUPO TO AL-PROMEDIO
            MOVE WS-TOLERANCIA-PCT TO AL-TOLERANCIA
            WRITE ALERTA-RECORD
            CLOSE ALERTAS-FILE
            MOVE "DESVIO" TO WS-NTF-ORIGEN
            MOVE "A" TO WS-NTF-SEVERIDAD
            MOVE SPACES TO WS-NTF-REFERENCIA
            STRING WS-GRUPO-ALERTA " " WS-HIST-FECHA
                DELIMITED BY SIZE INTO WS-NTF-REFERENCIA
            MOVE SPACES TO WS-NTF-DETALLE
            STRING "GRUPO " WS-GRUPO-ALERTA " HOY " WS-HOY-GRUPO
                " PROMEDIO " WS-PROM-GRUPO " DESVIACION "
                WS-DESVIACION-PCT "%"
                DELIMITED BY SIZE INTO WS-NTF-DETALLE
            PERFORM ANOTA-NOTIFICACION.

       ACTUALIZA-HISTORIAL.
            OPEN EXTEND AGE-HISTORY-FILE
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY NTFPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
