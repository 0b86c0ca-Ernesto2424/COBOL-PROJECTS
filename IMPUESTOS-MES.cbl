      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTH-END SALES TAX LIABILITY REPORT PER COMPANY
      * Tectonics: cobc
      * Note:      Reads PEDIDOS.DAT for the month of the business
      *            date (FECNEG.CTL) and totals, per company, the
      *            taxable sales, the exempt sales and the tax
      *            collected that CAPTURA-PEDIDOS stored on every
      *            order, with a grand total for all companies. Orders
      *            written before orders carried tax count as exempt.
      *            Runs as the monthly IMPMES stage of the JOBPLAN.CTL
      *            chain and registers its generation in REPCAT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT IMPMES-REPORT ASSIGN TO DYNAMIC WS-IMPMES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPMES-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-FILE.
       01  PEDIDO-RECORD.
           05  PD-NUMERO           PIC 9(6).
           05  PD-FECHA            PIC 9(8).
           05  PD-CLIENTE-ID       PIC X(6).
           05  PD-PARTIDAS         PIC 9(3).
           05  PD-TOTAL            PIC 9(7)V99.
           05  PD-COMPANIA         PIC X(2).
           05  PD-GRAVADO          PIC 9(7)V99.
           05  PD-EXENTO           PIC 9(7)V99.
           05  PD-IMPUESTO         PIC 9(7)V99.
           05  PD-VENDEDOR         PIC X(6).

       FD  IMPMES-REPORT.
       01  IMPMES-LINE             PIC X(80).

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.

       01  WS-PED-STATUS           PIC XX.
       01  WS-IMPMES-STATUS        PIC XX.
       01  WS-IMPMES-FILENAME      PIC X(40).
       01  WS-EOF-PED-SWITCH       PIC X VALUE "N".
           88  WS-EOF-PED          VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO              PIC 9(6) VALUE 0.
       01  WS-CIA-PEDIDO           PIC X(2).
       01  WS-CONT-PEDIDOS         PIC 9(6) VALUE 0.

      * TOTALES DEL MES POR COMPANIA
       01  WS-TOT-COUNT            PIC 99 VALUE 0.
       01  WS-TOTALES-TABLE.
           05  WS-TOT-ENTRY OCCURS 50 TIMES.
               10  WS-TT-CIA       PIC X(2).
               10  WS-TT-PEDIDOS   PIC 9(6).
               10  WS-TT-GRAVADO   PIC 9(9)V99.
               10  WS-TT-EXENTO    PIC 9(9)V99.
               10  WS-TT-IMPUESTO  PIC 9(9)V99.
       01  WS-TT-I                 PIC 99 VALUE 0.
       01  WS-TT-INDICE            PIC 99 VALUE 0.
       01  WS-GT-PEDIDOS           PIC 9(6) VALUE 0.
       01  WS-GT-GRAVADO           PIC 9(9)V99 VALUE 0.
       01  WS-GT-EXENTO            PIC 9(9)V99 VALUE 0.
       01  WS-GT-IMPUESTO          PIC 9(9)V99 VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-CIA            PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-PEDIDOS        PIC ZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-GRAVADO        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-EXENTO         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-IMPUESTO       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(8) VALUE "CIA".
           05  FILLER              PIC X(8) VALUE " PEDIDOS".
           05  FILLER              PIC X(16) VALUE
                                   "         GRAVADO".
           05  FILLER              PIC X(16) VALUE
                                   "          EXENTO".
           05  FILLER              PIC X(16) VALUE
                                   "        IMPUESTO".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "IMPMES" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               PERFORM ACUMULA-PEDIDOS
               PERFORM ESCRIBE-REPORTE
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           ACUMULA-PEDIDOS.
               MOVE "N" TO WS-EOF-PED-SWITCH
               OPEN INPUT PEDIDOS-FILE
               IF WS-PED-STATUS NOT = "00"
                   DISPLAY "PEDIDOS.DAT NO DISPONIBLE, REPORTE EN "
                       "CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-PED
                   READ PEDIDOS-FILE
                       AT END
                           SET WS-EOF-PED TO TRUE
                       NOT AT END
                           IF PD-FECHA IS NUMERIC
                                   AND PD-TOTAL IS NUMERIC
                                   AND PD-FECHA(1:6) = WS-PERIODO
                               PERFORM ACUMULA-UN-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE.

      * UN PEDIDO SIN LOS CAMPOS DE IMPUESTO (ANTERIOR AL CALCULO
      * DEL IMPUESTO) SE REPORTA COMPLETO COMO EXENTO
           ACUMULA-UN-PEDIDO.
               MOVE PD-COMPANIA TO WS-CIA-PEDIDO
               IF WS-CIA-PEDIDO = SPACES
                   MOVE "01" TO WS-CIA-PEDIDO
               END-IF
               MOVE 0 TO WS-TT-INDICE
               PERFORM VARYING WS-TT-I FROM 1 BY 1
                       UNTIL WS-TT-I > WS-TOT-COUNT
                           OR WS-TT-INDICE > 0
                   IF WS-TT-CIA(WS-TT-I) = WS-CIA-PEDIDO
                       MOVE WS-TT-I TO WS-TT-INDICE
                   END-IF
               END-PERFORM
               IF WS-TT-INDICE = 0
                   IF WS-TOT-COUNT >= 50
                       DISPLAY "MAS DE 50 COMPANIAS EN PEDIDOS.DAT, "
                           "PEDIDO OMITIDO: " PD-NUMERO
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-TOT-COUNT
                   MOVE WS-TOT-COUNT TO WS-TT-INDICE
                   MOVE WS-CIA-PEDIDO TO WS-TT-CIA(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-PEDIDOS(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-GRAVADO(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-EXENTO(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-IMPUESTO(WS-TT-INDICE)
               END-IF
               ADD 1 TO WS-CONT-PEDIDOS
               ADD 1 TO WS-TT-PEDIDOS(WS-TT-INDICE)
               IF PD-GRAVADO IS NUMERIC
                       AND PD-EXENTO IS NUMERIC
                       AND PD-IMPUESTO IS NUMERIC
                   ADD PD-GRAVADO TO WS-TT-GRAVADO(WS-TT-INDICE)
                   ADD PD-EXENTO TO WS-TT-EXENTO(WS-TT-INDICE)
                   ADD PD-IMPUESTO TO WS-TT-IMPUESTO(WS-TT-INDICE)
               ELSE
                   ADD PD-TOTAL TO WS-TT-EXENTO(WS-TT-INDICE)
               END-IF.

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "IMPMES." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-IMPMES-FILENAME
               OPEN OUTPUT IMPMES-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO IMPMES-LINE
               WRITE IMPMES-LINE
               MOVE WS-REPORTE-IDENT-LINE TO IMPMES-LINE
               WRITE IMPMES-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO IMPMES-LINE
               WRITE IMPMES-LINE
               MOVE SPACES TO IMPMES-LINE
               STRING "IMPUESTO SOBRE VENTAS DEL PERIODO " WS-PERIODO
                   DELIMITED BY SIZE INTO IMPMES-LINE
               WRITE IMPMES-LINE
               MOVE WS-TITULO-LINE TO IMPMES-LINE
               WRITE IMPMES-LINE
               PERFORM VARYING WS-TT-I FROM 1 BY 1
                       UNTIL WS-TT-I > WS-TOT-COUNT
                   MOVE WS-TT-CIA(WS-TT-I) TO WS-D-CIA
                   MOVE WS-TT-PEDIDOS(WS-TT-I) TO WS-D-PEDIDOS
                   MOVE WS-TT-GRAVADO(WS-TT-I) TO WS-D-GRAVADO
                   MOVE WS-TT-EXENTO(WS-TT-I) TO WS-D-EXENTO
                   MOVE WS-TT-IMPUESTO(WS-TT-I) TO WS-D-IMPUESTO
                   MOVE WS-DETALLE-LINE TO IMPMES-LINE
                   WRITE IMPMES-LINE
                   ADD WS-TT-PEDIDOS(WS-TT-I) TO WS-GT-PEDIDOS
                   ADD WS-TT-GRAVADO(WS-TT-I) TO WS-GT-GRAVADO
                   ADD WS-TT-EXENTO(WS-TT-I) TO WS-GT-EXENTO
                   ADD WS-TT-IMPUESTO(WS-TT-I) TO WS-GT-IMPUESTO
               END-PERFORM
               MOVE "TOTAL" TO WS-D-CIA
               MOVE WS-GT-PEDIDOS TO WS-D-PEDIDOS
               MOVE WS-GT-GRAVADO TO WS-D-GRAVADO
               MOVE WS-GT-EXENTO TO WS-D-EXENTO
               MOVE WS-GT-IMPUESTO TO WS-D-IMPUESTO
               MOVE WS-DETALLE-LINE TO IMPMES-LINE
               WRITE IMPMES-LINE
               MOVE WS-REPORTE-PIE-LINE TO IMPMES-LINE
               WRITE IMPMES-LINE
               CLOSE IMPMES-REPORT
               MOVE "IMPUESTOS" TO WS-RC-TIPO
               MOVE WS-IMPMES-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-PEDIDOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "IMPUESTO SOBRE VENTAS EN " WS-IMPMES-FILENAME
               DISPLAY "  PEDIDOS DEL PERIODO    " WS-GT-PEDIDOS
               DISPLAY "  IMPUESTO COBRADO       " WS-GT-IMPUESTO.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
