      *            ERRORES.LOG, so back-dated records can no longer
      *            change a month already reported. Closing requires
      *            a level-3 operator per OPERMAST.DAT.
      *            A month with journal lines in POLIZAS.DAT still
      *            pending (not yet posted to the ledger by
      *            CONTABILIDAD) cannot be closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           COPY PZSEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       COPY PZFD.

       COPY FECFD.

       COPY AUDITFD.
       COPY FECWS.
       COPY ERRWS.
       COPY GENTSWS.
       COPY PZWS.

       01  WS-ARCH-STATUS          PIC XX.
       01  WS-PER-STATUS           PIC XX.
       01  WS-CONT-DIAS            PIC 9(4) VALUE 0.
       01  WS-SUMA-REGS            PIC 9(6) VALUE 0.
       01  WS-SUMA-NETO            PIC S9(10)V99 VALUE 0.
       01  WS-PZ-PENDIENTES        PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CUENTA-POLIZAS-PENDIENTES
               IF WS-PZ-PENDIENTES > 0
                   DISPLAY "EL PERIODO " WS-PERIODO " TIENE "
                       WS-PZ-PENDIENTES " RENGLONES DE POLIZA SIN "
                       "CONTABILIZAR, CIERRE DETENIDO"
                   MOVE "POLIZAS" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-PERIODO-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CONSOLIDA-PERIODO
               IF WS-CONT-DIAS = 0
                   DISPLAY "SIN DIAS ARCHIVADOS DEL PERIODO "
                   CLOSE PERIODOS-FILE
               END-IF.

      * RENGLONES DE POLIZAS.DAT DEL PERIODO AUN EN ESTATUS P
           CUENTA-POLIZAS-PENDIENTES.
               MOVE 0 TO WS-PZ-PENDIENTES
               MOVE "N" TO WS-PZ-EOF-SWITCH
               OPEN INPUT POLIZAS-FILE
               IF WS-PZ-STATUS = "00"
                   PERFORM UNTIL WS-PZ-EOF
                       READ POLIZAS-FILE
                           AT END
                               SET WS-PZ-EOF TO TRUE
                           NOT AT END
                               IF PZ-FECHA(1:6) = WS-PERIODO-TXT
                                       AND PZ-PENDIENTE
                                   ADD 1 TO WS-PZ-PENDIENTES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POLIZAS-FILE
               END-IF.

           CONSOLIDA-PERIODO.
               MOVE "N" TO WS-EOF-ARCH-SWITCH
               OPEN INPUT ARCHIVO-REGISTRO
