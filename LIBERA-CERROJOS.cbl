           COPY CERRSEL.
           COPY AUDITSEL.
           COPY DAUSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY CERRFD.
       COPY AUDITFD.
       COPY DAUFD.
       COPY NTFFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CERRWS.
       COPY DAUWS.
       COPY NTFWS.

       01  WS-ARCHIVO-PEDIDO        PIC X(14).
       01  WS-CONT-CERROJOS         PIC 99 VALUE 0.
       COPY CERRPROC.
       COPY AUDITPROC.
       COPY DAUPROC.
       COPY NTFPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
