      *            and a week-over-week section compares average run
      *            seconds of the last seven days against the seven
      *            before, so a tightening batch window shows up
      *            before it blows. Every probable abend older than
      *            the minimum age opens an incident in INCIDEN.DAT,
      *            or is linked to the program's incident still open.
      *            Every run over its SLA leaves a notice for the
      *            supervisors in NOTIFICA.DAT, once per run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY REPCATSEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY INCSEL.
           COPY NTFSEL.
           SELECT SLATOL-CTL-FILE ASSIGN TO "SLATOL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOL-STATUS.

       COPY AUDITFD.

       COPY INCFD.

       COPY NTFFD.

       FD  SLATOL-CTL-FILE.
       01  SLATOL-CTL-RECORD.
           05  TL-PORCENTAJE       PIC 9(3).
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY INCWS.
       COPY NTFWS.

       01  WS-DASH-STATUS          PIC XX.
       01  WS-DASH-FILENAME        PIC X(40).
       01  WS-PROM-ANT             PIC 9(7) VALUE 0.

       01  WS-CONT-ABENDS          PIC 99 VALUE 0.
       01  WS-CONT-INCIDENTES      PIC 99 VALUE 0.
      * EDAD EN MINUTOS DEL INICIO SIN FIN CONTRA LA HORA ACTUAL
       01  WS-HORA-ACTUAL          PIC 9(8) VALUE 0.
       01  WS-EDAD-ABEND           PIC S9(9) VALUE 0.
       01  WS-CONT-CORRIDAS        PIC 9(4) VALUE 0.

       01  WS-DETALLE-RUN.
               MOVE WS-CONT-CORRIDAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "DASHBOARD EN " WS-DASH-FILENAME
                   " (POSIBLES ABENDS: " WS-CONT-ABENDS
                   ", INCIDENTES: " WS-CONT-INCIDENTES ")"
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

                       WS-ESPERADO-SEG " ESPERADOS ***"
                       DELIMITED BY SIZE INTO DASH-LINE
                   WRITE DASH-LINE
                   MOVE "SLA" TO WS-NTF-ORIGEN
                   MOVE "A" TO WS-NTF-SEVERIDAD
                   MOVE SPACES TO WS-NTF-REFERENCIA
                   STRING AUD-PROGRAMA WS-A-FECHA(WS-A-I)
                       WS-A-HORA(WS-A-I)
                       DELIMITED BY SIZE INTO WS-NTF-REFERENCIA
                   MOVE SPACES TO WS-NTF-DETALLE
                   STRING AUD-PROGRAMA " EXCEDE SLA: "
                       WS-TRANSCURRIDO " SEG CONTRA "
                       WS-ESPERADO-SEG
                       DELIMITED BY SIZE INTO WS-NTF-DETALLE
                   PERFORM ANOTA-NOTIFICACION
               END-IF.

           CARGA-TOLERANCIA-SLA.
                       WS-A-HORA(WS-A-I) " SIN FIN ***"
                       DELIMITED BY SIZE INTO DASH-LINE
                   WRITE DASH-LINE
                   PERFORM ABRE-INCIDENTE-ABEND
               END-PERFORM.

      * UN INICIO SIN FIN CON MAS DE WS-INC-EDAD-ABEND MINUTOS ABRE
      * INCIDENTE (O SE LIGA AL QUE EL PROGRAMA TIENE ABIERTO); UNO
      * MAS RECIENTE PUEDE SER UN PROGRAMA QUE TODAVIA CORRE
           ABRE-INCIDENTE-ABEND.
               ACCEPT WS-HORA-ACTUAL FROM TIME
               MOVE WS-HORA-ACTUAL TO WS-HORA-TRABAJO
               COMPUTE WS-EDAD-ABEND =
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                    FUNCTION INTEGER-OF-DATE(WS-A-FECHA(WS-A-I)))
                   * 1440 + WS-HT-HH * 60 + WS-HT-MM
               MOVE WS-A-HORA(WS-A-I) TO WS-HORA-TRABAJO
               COMPUTE WS-EDAD-ABEND =
                   WS-EDAD-ABEND - WS-HT-HH * 60 - WS-HT-MM
               IF WS-EDAD-ABEND < WS-INC-EDAD-ABEND
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-A-PROGRAMA(WS-A-I) TO WS-INC-PROGRAMA
               MOVE SPACES TO WS-INC-ETAPA
               MOVE "A" TO WS-INC-ORIGEN
               MOVE WS-A-FECHA(WS-A-I) TO WS-INC-FECHA
               MOVE WS-A-HORA(WS-A-I) TO WS-INC-HORA
               PERFORM REGISTRA-INCIDENTE
               IF WS-INC-FOLIO = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-INC-RESULTADO NOT = "ANOTADO"
                   ADD 1 TO WS-CONT-INCIDENTES
               END-IF
               MOVE SPACES TO DASH-LINE
               STRING "    INCIDENTE " WS-INC-FOLIO " "
                   WS-INC-RESULTADO
                   DELIMITED BY SIZE INTO DASH-LINE
               WRITE DASH-LINE.

           REPORTA-ERRORES.
               MOVE "=== CORRIDAS CON ERROR POR PROGRAMA ==="
                   TO DASH-LINE
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY INCPROC.
       COPY NTFPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
