      *            cargos/abonos are printed with date, type and
      *            amount, closing with the movement totals so the
      *            operator can tie them to the balance shown.
      *            Each inquiry is logged to ACCESOS.LOG (ACL
      *            copybooks) with operator, program, date and time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY SUBSEL.
           COPY CIASEL.
           COPY AUDITSEL.
           COPY ACLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REGISTRO.

       COPY AUDITFD.

       COPY ACLFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY SUBWS.
       COPY ACLWS.

       01  WS-ARCH-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
               STOP RUN.

           CONSULTA-SALDO.
               MOVE CLIENTE-ID TO WS-ACL-CLIENTE-ID
               MOVE "SALD" TO WS-ACL-VISTA
               PERFORM ANOTA-ACCESO-CLIENTE
               MOVE CLIENTE-ID TO WS-SUB-ID-BUSCADO
               PERFORM BUSCA-SUBLED
               IF WS-SUB-HALLADO
                   DISPLAY "  " TRANS-FECHA " " TRANS-TIPO " "
                       TRANS-MONTO
                   EVALUATE TRUE
                       WHEN TRANS-TIPO = "C" OR TRANS-TIPO = "F"
                               OR TRANS-TIPO = "E"
                           ADD TRANS-MONTO TO WS-TOTAL-CARGOS
                       WHEN TRANS-TIPO = "R"
                           ADD TRANS-MONTO TO WS-TOTAL-REVERSOS
       COPY SUBPROC.
       COPY CIAPROC.
       COPY AUDITPROC.
       COPY ACLPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
