      *            and the posted-net sums per window. Management
      *            meets weekly; nobody assembles this from a stack
      *            of daily pages anymore.
      *            Alongside the pack a semicolon-delimited
      *            GERENCSV.*.CSV carries one row per program and
      *            window (runs, failures, rejects, the run delta for
      *            the current week) and one *TOT row per window with
      *            the posted net, under a column-heading row and with
      *            plain amounts; it is catalogued in REPCAT.DAT as
      *            type GERENCSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY REPCATSEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY DLMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESHIST-FILE.

       COPY AUDITFD.

       COPY DLMFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY DLMWS.

       01  WS-RESH-STATUS          PIC XX.
       01  WS-GERREP-STATUS        PIC XX.
       01  WS-BRACKETS-ULT         PIC X(15) VALUE SPACES.
       01  WS-DELTA-CORR           PIC S9(6) VALUE 0.
       01  WS-DELTA-RECH           PIC S9(8) VALUE 0.
       01  WS-VENTANA-NOMBRE       PIC X(8).

       01  WS-PROG-LINE.
           05  WS-PL-PROGRAMA      PIC X(20).
               WRITE GERENCIA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO GERENCIA-LINE
               WRITE GERENCIA-LINE
               MOVE "GERENCSV" TO WS-DLM-TIPO
               PERFORM ABRE-DELIMITADO
               STRING "VENTANA;PROGRAMA;CORRIDAS;FALLAS;RECHAZOS;"
                   "DELTA CORRIDAS;NETO POSTEADO" DELIMITED BY SIZE
                   INTO WS-DLM-RENGLON
               PERFORM ESCRIBE-TITULOS-DLM
               MOVE "=== SEMANA ACTUAL POR PROGRAMA (DELTA VS "
                   TO GERENCIA-LINE
               WRITE GERENCIA-LINE
                   " MES " WS-NETO-MES
                   DELIMITED BY SIZE INTO GERENCIA-LINE
               WRITE GERENCIA-LINE
               PERFORM VARYING WS-VENTANA FROM 1 BY 1
                       UNTIL WS-VENTANA > 3
                   PERFORM ESCRIBE-NETO-DLM
               END-PERFORM
               MOVE WS-REPORTE-PIE-LINE TO GERENCIA-LINE
               WRITE GERENCIA-LINE
               CLOSE GERENCIA-REPORT
               MOVE WS-PG-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "PAQUETE GERENCIAL EN "
                   WS-GERENCIA-FILENAME
               PERFORM CIERRA-DELIMITADO.

      * EL DELTA SOLO SE IMPRIME EN LA VENTANA DE LA SEMANA ACTUAL,
      * CONTRA LA SEMANA ANTERIOR
                   MOVE 0 TO WS-PL-DELTA
               END-IF
               MOVE WS-PROG-LINE TO GERENCIA-LINE
               WRITE GERENCIA-LINE
               PERFORM ESCRIBE-PROGRAMA-DLM.

      * EN EL ARCHIVO DELIMITADO CADA RENGLON LLEVA SU VENTANA PARA
      * QUE LA HOJA DE CALCULO PUEDA FILTRAR O AGRUPAR POR ELLA
           NOMBRA-VENTANA.
               EVALUATE WS-VENTANA
                   WHEN 1
                       MOVE "SEMANA" TO WS-VENTANA-NOMBRE
                   WHEN 2
                       MOVE "SEM-ANT" TO WS-VENTANA-NOMBRE
                   WHEN OTHER
                       MOVE "MES" TO WS-VENTANA-NOMBRE
               END-EVALUATE.

           ESCRIBE-PROGRAMA-DLM.
               PERFORM NOMBRA-VENTANA
               MOVE WS-VENTANA-NOMBRE TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-G-PROGRAMA(WS-G-I) TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-G-CORR(WS-G-I, WS-VENTANA) TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-G-FALL(WS-G-I, WS-VENTANA) TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-G-RECH(WS-G-I, WS-VENTANA) TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               IF WS-VENTANA = 1
                   MOVE WS-DELTA-CORR TO WS-DLM-ENTERO
                   PERFORM AGREGA-ENTERO-DLM
               ELSE
                   PERFORM AGREGA-TEXTO-DLM
               END-IF
               PERFORM AGREGA-TEXTO-DLM
               PERFORM ESCRIBE-RENGLON-DLM.

      * EL NETO POSTEADO DE LA VENTANA VIENE DE LOS RENGLONES *TOT
           ESCRIBE-NETO-DLM.
               PERFORM NOMBRA-VENTANA
               MOVE WS-VENTANA-NOMBRE TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE "*TOT" TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               PERFORM AGREGA-TEXTO-DLM
               PERFORM AGREGA-TEXTO-DLM
               PERFORM AGREGA-TEXTO-DLM
               PERFORM AGREGA-TEXTO-DLM
               EVALUATE WS-VENTANA
                   WHEN 1
                       MOVE WS-NETO-SEMANA TO WS-DLM-IMPORTE
                   WHEN 2
                       MOVE WS-NETO-SEM-ANT TO WS-DLM-IMPORTE
                   WHEN OTHER
                       MOVE WS-NETO-MES TO WS-DLM-IMPORTE
               END-EVALUATE
               PERFORM AGREGA-IMPORTE-DLM
               PERFORM ESCRIBE-RENGLON-DLM.

       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY DLMPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
