      *            bad rows to ERRORES.LOG, and applies the good
      *            ones to CLIENTE.DAT in one sequential match
      *            writing CLIENTE.NEW and copying it back.
      *            The street is stored in the canonical form of the
      *            DIRABREV.PRM abbreviation table, the same one the
      *            customer maintenance applies.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY ERRSEL.
           COPY CPSEL.
           COPY NDXSEL.
           COPY ABSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY ERRFD.
       COPY CPFD.
       COPY NDXFD.
       COPY ABFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CERRWS.
       COPY CPWS.
       COPY NDXWS.
       COPY ABWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-NUEVO-STATUS         PIC XX.
                       ADD 1 TO WS-IMP-COUNT
                       SET WS-IMX TO WS-IMP-COUNT
                       MOVE WS-IMP-ID TO WS-I-ID(WS-IMX)
                       MOVE WS-IMP-CALLE TO WS-AB-ENTRADA
                       PERFORM ESTANDARIZA-DIRECCION
                       MOVE WS-AB-SALIDA TO WS-I-CALLE(WS-IMX)
                       MOVE WS-IMP-CIUDAD TO WS-I-CIUDAD(WS-IMX)
                       MOVE WS-IMP-CP TO WS-I-CP(WS-IMX)
                       MOVE WS-IMP-TELEFONO TO WS-I-TELEFONO(WS-IMX)
       COPY ERRPROC.
       COPY CPPROC.
       COPY NDXPROC.
       COPY ABPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
