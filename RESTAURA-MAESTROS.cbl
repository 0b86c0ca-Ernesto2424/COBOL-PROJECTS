               FILE STATUS IS WS-PRUEBA-STATUS.
           COPY AUDITSEL.
           COPY DAUSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO-PRUEBA.
       COPY AUDITFD.
       COPY DAUFD.

       COPY NTFFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DAUWS.
       COPY NTFWS.

       01  WS-PRUEBA-STATUS        PIC XX.
       01  WS-FECHA-PEDIDA         PIC X(8).

       COPY AUDITPROC.
       COPY DAUPROC.
       COPY NTFPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
