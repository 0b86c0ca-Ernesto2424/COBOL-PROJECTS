      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTH-END CONVERTED VOLUME OF THE ARITHMETIC RUN
      *            PER CURRENCY AND DEPARTMENT
      * Tectonics: cobc
      * Note:      Reads the batches the arithmetic run registered in
      *            LOTESARIT.DAT and, for those processed in the
      *            asked month, totals per currency and department
      *            the batches, the operations, the volume in the
      *            batch currency and the volume converted to local
      *            currency at the rate of the batch date. Registry
      *            rows written before batches carried a currency
      *            count as local currency (MXN) with their volume at
      *            zero. Each currency closes with a subtotal line
      *            and the report with a grand total of the converted
      *            volume; it is written to VOLDIV.*.RPT and
      *            catalogued in REPCAT.DAT as type VOLDIV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES-REGISTRO ASSIGN TO "LOTESARIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTES-STATUS.
           SELECT VOLDIV-REPORT ASSIGN TO DYNAMIC WS-VOLDIV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VDREP-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTES-REGISTRO.
       01  LOTE-REG-RECORD.
           05  LR-DEPTO        PIC X(4).
           05  LR-LOTE         PIC 9(6).
           05  LR-FECHA        PIC 9(8).
           05  LR-PROCESADO    PIC 9(8).
           05  LR-MONEDA       PIC X(3).
           05  LR-TASA         PIC 9(3)V9(4).
           05  LR-OPERS        PIC 9(6).
           05  LR-VOLUMEN      PIC S9(11)V99
                               SIGN LEADING SEPARATE.
           05  LR-VOLUMEN-MN   PIC S9(11)V99
                               SIGN LEADING SEPARATE.

       FD  VOLDIV-REPORT.
       01  VOLDIV-LINE         PIC X(80).

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.

       01  WS-LOTES-STATUS         PIC XX.
       01  WS-VDREP-STATUS         PIC XX.
       01  WS-VOLDIV-FILENAME      PIC X(40).

       01  WS-EOF-LOTES-SWITCH     PIC X VALUE "N".
           88  WS-EOF-LOTES        VALUE "Y".

       01  WS-PERIODO              PIC X(6).
       01  WS-MONEDA-LOCAL         PIC X(3) VALUE "MXN".

      * VOLUMEN POR MONEDA Y DEPARTAMENTO DEL PERIODO
       01  WS-VD-COUNT             PIC 9(3) VALUE 0.
       01  WS-VD-TABLE.
           05  WS-VD-ENTRY OCCURS 500 TIMES.
               10  WS-V-MONEDA     PIC X(3).
               10  WS-V-DEPTO      PIC X(4).
               10  WS-V-LOTES      PIC 9(5).
               10  WS-V-OPERS      PIC 9(7).
               10  WS-V-VOLUMEN    PIC S9(13)V99.
               10  WS-V-VOLUMEN-MN PIC S9(13)V99.
       01  WS-VD-I                 PIC 9(3) VALUE 0.
       01  WS-VD-INDICE            PIC 9(3) VALUE 0.
       01  WS-VD-DESBORDA-SW       PIC X VALUE "N".
           88  WS-VD-DESBORDA      VALUE "Y".
       01  WS-MONEDA-TRABAJO       PIC X(3).
       01  WS-DEPTO-TRABAJO        PIC X(4).

      * MONEDAS DEL PERIODO EN EL ORDEN EN QUE APARECEN
       01  WS-MON-COUNT            PIC 99 VALUE 0.
       01  WS-MONEDAS-TABLE.
           05  WS-MON-ENTRY OCCURS 50 TIMES.
               10  WS-M-MONEDA     PIC X(3).
       01  WS-MON-I                PIC 99 VALUE 0.
       01  WS-MON-INDICE           PIC 99 VALUE 0.

       01  WS-SUB-LOTES            PIC 9(6) VALUE 0.
       01  WS-SUB-OPERS            PIC 9(8) VALUE 0.
       01  WS-SUB-VOLUMEN          PIC S9(13)V99 VALUE 0.
       01  WS-SUB-VOLUMEN-MN       PIC S9(13)V99 VALUE 0.
       01  WS-GRAN-LOTES           PIC 9(6) VALUE 0.
       01  WS-GRAN-OPERS           PIC 9(8) VALUE 0.
       01  WS-GRAN-VOLUMEN-MN      PIC S9(13)V99 VALUE 0.

       01  WS-TITULOS-LINE.
           05  FILLER              PIC X(5)  VALUE "MON".
           05  FILLER              PIC X(6)  VALUE "DEPTO".
           05  FILLER              PIC X(7)  VALUE "  LOTES".
           05  FILLER              PIC X(9)  VALUE "     OPER".
           05  FILLER              PIC X(18) VALUE
               "  VOLUMEN ORIGINAL".
           05  FILLER              PIC X(18) VALUE
               "   VOLUMEN EN MXN".

       01  WS-DETALLE-LINE.
           05  WS-DL-MONEDA        PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-DEPTO         PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-LOTES         PIC ZZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  WS-DL-OPERS         PIC ZZZZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-VOLUMEN       PIC -(12)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  WS-DL-VOLUMEN-MN    PIC -(12)9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VOLDIVISAS" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM WITH TEST AFTER
                       UNTIL WS-PERIODO IS NUMERIC
                   DISPLAY "PERIODO DEL CIERRE (AAAAMM)"
                   ACCEPT WS-PERIODO
               END-PERFORM
               PERFORM RECOGE-LOTES
               IF WS-VD-COUNT = 0
                   DISPLAY "SIN LOTES PROCESADOS EN EL PERIODO "
                       WS-PERIODO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ESCRIBE-REPORTE
                   IF WS-VD-DESBORDA
                       DISPLAY "MAS DE 500 COMBINACIONES DE MONEDA Y "
                           "DEPARTAMENTO, EL REPORTE ESTA INCOMPLETO"
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           RECOGE-LOTES.
               MOVE "N" TO WS-EOF-LOTES-SWITCH
               OPEN INPUT LOTES-REGISTRO
               IF WS-LOTES-STATUS = "00"
                   PERFORM UNTIL WS-EOF-LOTES
                       READ LOTES-REGISTRO
                           AT END
                               SET WS-EOF-LOTES TO TRUE
                           NOT AT END
                               IF LR-PROCESADO IS NUMERIC
                                       AND LR-PROCESADO(1:6) =
                                           WS-PERIODO
                                   PERFORM ANOTA-LOTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOTES-REGISTRO
               END-IF.

      * LOS RENGLONES ANTERIORES A LA MONEDA DEL LOTE QUEDAN EN MONEDA
      * LOCAL Y SIN VOLUMEN
           ANOTA-LOTE.
               MOVE LR-MONEDA TO WS-MONEDA-TRABAJO
               IF WS-MONEDA-TRABAJO = SPACES
                   MOVE WS-MONEDA-LOCAL TO WS-MONEDA-TRABAJO
               END-IF
               MOVE LR-DEPTO TO WS-DEPTO-TRABAJO
               PERFORM LOCALIZA-COMBINACION
               IF WS-VD-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-V-LOTES(WS-VD-INDICE)
               IF LR-OPERS IS NUMERIC
                   ADD LR-OPERS TO WS-V-OPERS(WS-VD-INDICE)
               END-IF
               IF LR-VOLUMEN IS NUMERIC
                   ADD LR-VOLUMEN TO WS-V-VOLUMEN(WS-VD-INDICE)
               END-IF
               IF LR-VOLUMEN-MN IS NUMERIC
                   ADD LR-VOLUMEN-MN TO
                       WS-V-VOLUMEN-MN(WS-VD-INDICE)
               END-IF.

           LOCALIZA-COMBINACION.
               MOVE 0 TO WS-VD-INDICE
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                           OR WS-VD-INDICE > 0
                   IF WS-V-MONEDA(WS-VD-I) = WS-MONEDA-TRABAJO
                           AND WS-V-DEPTO(WS-VD-I) = WS-DEPTO-TRABAJO
                       MOVE WS-VD-I TO WS-VD-INDICE
                   END-IF
               END-PERFORM
               IF WS-VD-INDICE > 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-VD-COUNT < 500
                   ADD 1 TO WS-VD-COUNT
                   MOVE WS-VD-COUNT TO WS-VD-INDICE
                   MOVE WS-MONEDA-TRABAJO TO WS-V-MONEDA(WS-VD-INDICE)
                   MOVE WS-DEPTO-TRABAJO TO WS-V-DEPTO(WS-VD-INDICE)
                   MOVE 0 TO WS-V-LOTES(WS-VD-INDICE)
                   MOVE 0 TO WS-V-OPERS(WS-VD-INDICE)
                   MOVE 0 TO WS-V-VOLUMEN(WS-VD-INDICE)
                   MOVE 0 TO WS-V-VOLUMEN-MN(WS-VD-INDICE)
                   PERFORM ANOTA-MONEDA
               ELSE
                   SET WS-VD-DESBORDA TO TRUE
               END-IF.

           ANOTA-MONEDA.
               MOVE 0 TO WS-MON-INDICE
               PERFORM VARYING WS-MON-I FROM 1 BY 1
                       UNTIL WS-MON-I > WS-MON-COUNT
                           OR WS-MON-INDICE > 0
                   IF WS-M-MONEDA(WS-MON-I) = WS-MONEDA-TRABAJO
                       MOVE WS-MON-I TO WS-MON-INDICE
                   END-IF
               END-PERFORM
               IF WS-MON-INDICE = 0 AND WS-MON-COUNT < 50
                   ADD 1 TO WS-MON-COUNT
                   MOVE WS-MONEDA-TRABAJO TO WS-M-MONEDA(WS-MON-COUNT)
               END-IF.

      * UN BLOQUE POR MONEDA CON SUS DEPARTAMENTOS Y SU SUBTOTAL; EL
      * GRAN TOTAL SOLO SUMA EL VOLUMEN CONVERTIDO, QUE ES EL UNICO
      * COMPARABLE ENTRE MONEDAS
           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "VOLDIV." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-VOLDIV-FILENAME
               OPEN OUTPUT VOLDIV-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               MOVE WS-REPORTE-IDENT-LINE TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               MOVE SPACES TO VOLDIV-LINE
               STRING "VOLUMEN DE OPERACIONES POR MONEDA DEL PERIODO "
                   WS-PERIODO DELIMITED BY SIZE INTO VOLDIV-LINE
               WRITE VOLDIV-LINE
               MOVE WS-TITULOS-LINE TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               PERFORM VARYING WS-MON-I FROM 1 BY 1
                       UNTIL WS-MON-I > WS-MON-COUNT
                   PERFORM ESCRIBE-BLOQUE-MONEDA
               END-PERFORM
               MOVE SPACES TO WS-DETALLE-LINE
               MOVE WS-GRAN-LOTES TO WS-DL-LOTES
               MOVE WS-GRAN-OPERS TO WS-DL-OPERS
               MOVE WS-GRAN-VOLUMEN-MN TO WS-DL-VOLUMEN-MN
               MOVE WS-DETALLE-LINE TO VOLDIV-LINE
               MOVE "TOTAL    " TO VOLDIV-LINE(1:9)
               WRITE VOLDIV-LINE
               MOVE WS-REPORTE-PIE-LINE TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               CLOSE VOLDIV-REPORT
               MOVE "VOLDIV" TO WS-RC-TIPO
               MOVE WS-VOLDIV-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-VD-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "VOLUMEN POR MONEDA EN " WS-VOLDIV-FILENAME
                   " (TOTAL EN MXN " WS-DL-VOLUMEN-MN ")".

           ESCRIBE-BLOQUE-MONEDA.
               MOVE 0 TO WS-SUB-LOTES
               MOVE 0 TO WS-SUB-OPERS
               MOVE 0 TO WS-SUB-VOLUMEN
               MOVE 0 TO WS-SUB-VOLUMEN-MN
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                   IF WS-V-MONEDA(WS-VD-I) = WS-M-MONEDA(WS-MON-I)
                       PERFORM ESCRIBE-DETALLE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-DETALLE-LINE
               MOVE WS-M-MONEDA(WS-MON-I) TO WS-DL-MONEDA
               MOVE "SUB" TO WS-DL-DEPTO
               MOVE WS-SUB-LOTES TO WS-DL-LOTES
               MOVE WS-SUB-OPERS TO WS-DL-OPERS
               MOVE WS-SUB-VOLUMEN TO WS-DL-VOLUMEN
               MOVE WS-SUB-VOLUMEN-MN TO WS-DL-VOLUMEN-MN
               MOVE WS-DETALLE-LINE TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               MOVE SPACES TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               ADD WS-SUB-LOTES TO WS-GRAN-LOTES
               ADD WS-SUB-OPERS TO WS-GRAN-OPERS
               ADD WS-SUB-VOLUMEN-MN TO WS-GRAN-VOLUMEN-MN.

           ESCRIBE-DETALLE.
               MOVE WS-V-MONEDA(WS-VD-I) TO WS-DL-MONEDA
               MOVE WS-V-DEPTO(WS-VD-I) TO WS-DL-DEPTO
               MOVE WS-V-LOTES(WS-VD-I) TO WS-DL-LOTES
               MOVE WS-V-OPERS(WS-VD-I) TO WS-DL-OPERS
               MOVE WS-V-VOLUMEN(WS-VD-I) TO WS-DL-VOLUMEN
               MOVE WS-V-VOLUMEN-MN(WS-VD-I) TO WS-DL-VOLUMEN-MN
               MOVE WS-DETALLE-LINE TO VOLDIV-LINE
               WRITE VOLDIV-LINE
               ADD WS-V-LOTES(WS-VD-I) TO WS-SUB-LOTES
               ADD WS-V-OPERS(WS-VD-I) TO WS-SUB-OPERS
               ADD WS-V-VOLUMEN(WS-VD-I) TO WS-SUB-VOLUMEN
               ADD WS-V-VOLUMEN-MN(WS-VD-I) TO WS-SUB-VOLUMEN-MN.

       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
