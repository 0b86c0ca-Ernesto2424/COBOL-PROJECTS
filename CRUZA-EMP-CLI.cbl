      *            confirmed pairs report as matches without any name
      *            compare, rejected pairs are silent. Undecided near
      *            matches are queued in CRUZAPEND.DAT for the
      *            operator confirmation step (CONFIRMA-CRUCES),
      *            each with an informative notice to the supervisors
      *            in NOTIFICA.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY CIASEL.
           COPY FECSEL.
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
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY NTFWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-CLIENTE-STATUS       PIC XX.
               MOVE WS-T-NOMBRE(WS-EDX) TO CP-EMP-NOMBRE
               MOVE WS-NOMBRE-CLIENTE TO CP-CLI-NOMBRE
               WRITE CRUZAPEND-RECORD
               CLOSE CRUZAPEND-FILE
               MOVE "CRUCE" TO WS-NTF-ORIGEN
               MOVE "I" TO WS-NTF-SEVERIDAD
               MOVE SPACES TO WS-NTF-REFERENCIA
               STRING WS-T-ID(WS-EDX) " " FD-CLIENTE-ID
                   DELIMITED BY SIZE INTO WS-NTF-REFERENCIA
               MOVE SPACES TO WS-NTF-DETALLE
               STRING "EMPLEADO " WS-T-ID(WS-EDX) " PARECIDO A CLIENTE "
                   FD-CLIENTE-ID ", POR CONFIRMAR"
                   DELIMITED BY SIZE INTO WS-NTF-DETALLE
               PERFORM ANOTA-NOTIFICACION.

           ESCRIBE-EXCEPCIONES.
               PERFORM VARYING WS-EDX FROM 1 BY 1
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY NTFPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
