      *            AUDIT.LOG with status and elapsed time, rejects
      *            per program from ERRORES.LOG, the day's bracket
      *            totals from AGEHIST.DAT, customers added/changed
      *            from HISTCLI.DAT, the critical supervisor notices
      *            still unacknowledged in NOTIFICA.DAT (whatever
      *            their date), and a single OK/ATENCION verdict
      *            line the shift supervisor can file as the close.
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY CATESEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESUMEN-REPORT.
       COPY AUDITFD.
       COPY ERRFD.
       COPY CATEFD.
       COPY NTFFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY NTFWS.

       01  WS-RESUMEN-STATUS       PIC XX.
       01  WS-RESUMEN-FILENAME     PIC X(40).
       01  WS-BRACKETS-HOY         PIC X(15) VALUE SPACES.
       01  WS-HAY-ATENCION-SWITCH  PIC X VALUE "N".
           88  WS-HAY-ATENCION     VALUE "Y".
       01  WS-CONT-AVISOS-CRIT     PIC 9(5) VALUE 0.

      * LA HISTORIA DEL CIERRE (RESHIST.DAT) ALIMENTA EL PAQUETE
      * GERENCIAL SEMANAL/MENSUAL: UN RENGLON POR PROGRAMA Y UN
                   " CAMBIOS HOY: " WS-CAMBIOS-HOY
                   DELIMITED BY SIZE INTO RESUMEN-LINE
               WRITE RESUMEN-LINE
               PERFORM ESCRIBE-AVISOS-CRITICOS
               IF WS-HAY-ATENCION
                   MOVE "VEREDICTO: ATENCION" TO RESUMEN-LINE
               ELSE
                   DISPLAY "VEREDICTO: OK"
               END-IF.

      * LOS AVISOS CRITICOS SIN RECONOCER PASAN AL CIERRE AUNQUE
      * SEAN DE DIAS ANTERIORES, Y PIDEN ATENCION
           ESCRIBE-AVISOS-CRITICOS.
               MOVE "=== AVISOS CRITICOS SIN RECONOCER ==="
                   TO RESUMEN-LINE
               WRITE RESUMEN-LINE
               MOVE 0 TO WS-CONT-AVISOS-CRIT
               MOVE "N" TO WS-NTF-EOF-SWITCH
               OPEN INPUT NOTIFICA-FILE
               IF WS-NTF-STATUS = "00"
                   PERFORM UNTIL WS-NTF-EOF
                       READ NOTIFICA-FILE
                           AT END
                               SET WS-NTF-EOF TO TRUE
                           NOT AT END
                               IF NT-PENDIENTE AND NT-CRITICO
                                   PERFORM ESCRIBE-AVISO-CRITICO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE NOTIFICA-FILE
               END-IF
               MOVE SPACES TO RESUMEN-LINE
               STRING "AVISOS CRITICOS SIN RECONOCER: "
                   WS-CONT-AVISOS-CRIT
                   DELIMITED BY SIZE INTO RESUMEN-LINE
               WRITE RESUMEN-LINE.

           ESCRIBE-AVISO-CRITICO.
               ADD 1 TO WS-CONT-AVISOS-CRIT
               SET WS-HAY-ATENCION TO TRUE
               MOVE SPACES TO RESUMEN-LINE
               STRING NT-FOLIO " " NT-ORIGEN " " NT-FECHA " "
                   NT-DETALLE(1:48)
                   DELIMITED BY SIZE INTO RESUMEN-LINE
               WRITE RESUMEN-LINE.

           ESCRIBE-LINEA-PROCESADOS.
               MOVE 0 TO WS-REJ-DEL-PROG
               PERFORM VARYING WS-J-I FROM 1 BY 1
