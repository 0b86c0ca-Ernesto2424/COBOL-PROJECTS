      ******************************************************************
      * Author:
      * Date:
      * Purpose:   INVENTORY VALUATION AT AVERAGE COST AND GROSS MARGIN
      * Tectonics: cobc
      * Note:      Month-end run. The valuation report lists every
      *            product in INVENTARIO.DAT with its stock on hand,
      *            the weighted average cost that receipts keep up to
      *            date in MOVIMIENTOS-INVENTARIO, the stock value at
      *            that cost and at the catalog price; stock below
      *            zero is valued at zero and a product with no cost
      *            yet is flagged. The margin report takes the units
      *            sold in the month of the business date from the
      *            order line detail (PEDLIN.DAT), by company and
      *            product, and sets the catalog selling price against
      *            the average cost of those units, with the gross
      *            margin and its percent per product, per company and
      *            overall. Runs as the monthly VALINV stage of the
      *            JOBPLAN.CTL chain; both reports are catalogued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CATPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT VALINV-REPORT ASSIGN TO DYNAMIC WS-VALINV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALINV-STATUS.
           SELECT MARGEN-REPORT ASSIGN TO DYNAMIC WS-MARGEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARGEN-STATUS.
           COPY PLNSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO-FILE.
       01  INVENTARIO-RECORD.
           05  IV-CODIGO           PIC 9(4).
           05  IV-EXISTENCIA       PIC S9(5)
                                   SIGN LEADING SEPARATE.
           05  IV-REORDEN          PIC 9(5).
           05  IV-COSTO-PROMEDIO   PIC 9(5)V9(4).

       FD  CATALOGO-FILE.
       COPY CATFD.

       FD  VALINV-REPORT.
       01  VALINV-LINE             PIC X(90).

       FD  MARGEN-REPORT.
       01  MARGEN-LINE             PIC X(90).

       COPY PLNFD.

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
       COPY PLNWS.

       01  WS-INV-STATUS           PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-VALINV-STATUS        PIC XX.
       01  WS-MARGEN-STATUS        PIC XX.
       01  WS-VALINV-FILENAME      PIC X(40).
       01  WS-MARGEN-FILENAME      PIC X(40).
       01  WS-EOF-INV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INV          VALUE "Y".
       01  WS-EOF-CAT-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CAT          VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO              PIC 9(6) VALUE 0.

      * CATALOGO EN MEMORIA: DESCRIPCION Y PRECIO DE VENTA
       01  WS-CAT-COUNT            PIC 9(3) VALUE 0.
       01  WS-CATALOGO-TABLE.
           05  WS-CAT-ENTRY OCCURS 500 TIMES.
               10  WS-T-CODIGO     PIC 9(4).
               10  WS-T-DESC       PIC X(20).
               10  WS-T-PRECIO     PIC 9(5)V99.
       01  WS-CAT-I                PIC 9(3) VALUE 0.
       01  WS-CAT-INDICE           PIC 9(3) VALUE 0.
       01  WS-CODIGO-BUSCADO       PIC 9(4) VALUE 0.

      * COSTO PROMEDIO POR PRODUCTO, DE INVENTARIO.DAT
       01  WS-INV-COUNT            PIC 9(3) VALUE 0.
       01  WS-INVENTARIO-TABLE.
           05  WS-INV-ENTRY OCCURS 500 TIMES.
               10  WS-I-CODIGO     PIC 9(4).
               10  WS-I-EXIST      PIC S9(5).
               10  WS-I-COSTO      PIC 9(5)V9(4).
       01  WS-INV-I                PIC 9(3) VALUE 0.
       01  WS-INV-INDICE           PIC 9(3) VALUE 0.
       01  WS-INV-J                PIC 9(3) VALUE 0.

      * VENTAS DEL MES POR COMPANIA Y PRODUCTO
       01  WS-MG-COUNT             PIC 9(4) VALUE 0.
       01  WS-MARGEN-TABLE.
           05  WS-MG-ENTRY OCCURS 3000 TIMES.
               10  WS-MG-CIA       PIC X(2).
               10  WS-MG-CODIGO    PIC 9(4).
               10  WS-MG-UNIDADES  PIC 9(7).
               10  WS-MG-LISTADO   PIC X.
       01  WS-MG-I                 PIC 9(4) VALUE 0.
       01  WS-MG-J                 PIC 9(4) VALUE 0.
       01  WS-MG-INDICE            PIC 9(4) VALUE 0.
       01  WS-CIA-PARTIDA          PIC X(2).
       01  WS-CIA-GRUPO            PIC X(2).
       01  WS-CONT-PARTIDAS        PIC 9(7) VALUE 0.

       01  WS-PRECIO               PIC 9(5)V99 VALUE 0.
       01  WS-COSTO                PIC 9(5)V9(4) VALUE 0.
       01  WS-VENTA                PIC S9(9)V99 VALUE 0.
       01  WS-COSTO-VENTA          PIC S9(9)V99 VALUE 0.
       01  WS-MARGEN               PIC S9(9)V99 VALUE 0.
       01  WS-MARGEN-PCT           PIC S9(5)V9 VALUE 0.
       01  WS-VALOR-COSTO          PIC S9(9)V99 VALUE 0.
       01  WS-VALOR-VENTA          PIC S9(9)V99 VALUE 0.
       01  WS-EXIST-VALUADA        PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-COSTO       PIC 9(4) VALUE 0.

       01  WS-GT-VALOR-COSTO       PIC S9(11)V99 VALUE 0.
       01  WS-GT-VALOR-VENTA       PIC S9(11)V99 VALUE 0.
       01  WS-CIA-VENTA            PIC S9(11)V99 VALUE 0.
       01  WS-CIA-COSTO            PIC S9(11)V99 VALUE 0.
       01  WS-GT-VENTA             PIC S9(11)V99 VALUE 0.
       01  WS-GT-COSTO             PIC S9(11)V99 VALUE 0.

       01  WS-VALINV-DETALLE.
           05  WS-V-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-V-DESC           PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-V-EXIST          PIC -(5)9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-V-COSTO          PIC ZZ,ZZ9.9999.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-V-VALOR          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-V-VALOR-VTA      PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-V-BANDERA        PIC X(9).

       01  WS-VALINV-TITULO.
           05  FILLER              PIC X(32) VALUE
                                   "PROD DESCRIPCION           EXIST".
           05  FILLER              PIC X(12) VALUE
                                   " COSTO PROM.".
           05  FILLER              PIC X(32) VALUE
                                   "     VALOR COSTO     VALOR VENTA".

       01  WS-MARGEN-DETALLE.
           05  WS-M-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-M-DESC           PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-M-UNIDADES       PIC ZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-M-VENTA          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-M-COSTO          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-M-MARGEN         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-M-PCT            PIC -ZZZ9.9.
           05  WS-M-PCT-X REDEFINES WS-M-PCT PIC X(7).

       01  WS-MARGEN-TITULO.
           05  FILLER              PIC X(33) VALUE
                                   "PROD DESCRIPCION           UNIDAD".
           05  FILLER              PIC X(32) VALUE
                                   "  VENTA CATALOGO     COSTO PROM.".
           05  FILLER              PIC X(24) VALUE
                                   "    MARGEN BRUTO       %".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VALINV" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               PERFORM CARGA-CATALOGO
               PERFORM CARGA-INVENTARIO
               PERFORM ESCRIBE-VALUACION
               PERFORM ACUMULA-VENTAS
               PERFORM ESCRIBE-MARGEN
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-CATALOGO.
               MOVE 0 TO WS-CAT-COUNT
               MOVE "N" TO WS-EOF-CAT-SWITCH
               OPEN INPUT CATALOGO-FILE
               IF WS-CAT-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-CAT
                   READ CATALOGO-FILE
                       AT END
                           SET WS-EOF-CAT TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 500
                                   AND CAT-CODIGO IS NUMERIC
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-CODIGO TO
                                   WS-T-CODIGO(WS-CAT-COUNT)
                               MOVE CAT-DESCRIPCION TO
                                   WS-T-DESC(WS-CAT-COUNT)
                               MOVE CAT-PRECIO TO
                                   WS-T-PRECIO(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE.

           CARGA-INVENTARIO.
               MOVE 0 TO WS-INV-COUNT
               MOVE "N" TO WS-EOF-INV-SWITCH
               OPEN INPUT INVENTARIO-FILE
               IF WS-INV-STATUS NOT = "00"
                   DISPLAY "INVENTARIO.DAT NO DISPONIBLE, VALUACION "
                       "EN CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-INV
                   READ INVENTARIO-FILE
                       AT END
                           SET WS-EOF-INV TO TRUE
                       NOT AT END
                           IF WS-INV-COUNT < 500
                                   AND IV-CODIGO IS NUMERIC
                               ADD 1 TO WS-INV-COUNT
                               MOVE IV-CODIGO TO
                                   WS-I-CODIGO(WS-INV-COUNT)
                               MOVE IV-EXISTENCIA TO
                                   WS-I-EXIST(WS-INV-COUNT)
                               IF IV-COSTO-PROMEDIO IS NUMERIC
                                   MOVE IV-COSTO-PROMEDIO TO
                                       WS-I-COSTO(WS-INV-COUNT)
                               ELSE
                                   MOVE 0 TO WS-I-COSTO(WS-INV-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE.

      * WS-CODIGO-BUSCADO -> WS-CAT-INDICE Y WS-INV-INDICE (0 = NO
      * ESTA), WS-PRECIO Y WS-COSTO
           BUSCA-PRODUCTO.
               MOVE 0 TO WS-CAT-INDICE
               MOVE 0 TO WS-PRECIO
               PERFORM VARYING WS-CAT-I FROM 1 BY 1
                       UNTIL WS-CAT-I > WS-CAT-COUNT
                           OR WS-CAT-INDICE > 0
                   IF WS-T-CODIGO(WS-CAT-I) = WS-CODIGO-BUSCADO
                       MOVE WS-CAT-I TO WS-CAT-INDICE
                       MOVE WS-T-PRECIO(WS-CAT-I) TO WS-PRECIO
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-INV-INDICE
               MOVE 0 TO WS-COSTO
               PERFORM VARYING WS-INV-J FROM 1 BY 1
                       UNTIL WS-INV-J > WS-INV-COUNT
                           OR WS-INV-INDICE > 0
                   IF WS-I-CODIGO(WS-INV-J) = WS-CODIGO-BUSCADO
                       MOVE WS-INV-J TO WS-INV-INDICE
                       MOVE WS-I-COSTO(WS-INV-J) TO WS-COSTO
                   END-IF
               END-PERFORM.

           ESCRIBE-VALUACION.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "VALINV." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-VALINV-FILENAME
               OPEN OUTPUT VALINV-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO VALINV-LINE
               WRITE VALINV-LINE
               MOVE WS-REPORTE-IDENT-LINE TO VALINV-LINE
               WRITE VALINV-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO VALINV-LINE
               WRITE VALINV-LINE
               MOVE SPACES TO VALINV-LINE
               STRING "VALUACION DE INVENTARIO A COSTO PROMEDIO AL "
                   WS-FECHA-HOY
                   DELIMITED BY SIZE INTO VALINV-LINE
               WRITE VALINV-LINE
               MOVE WS-VALINV-TITULO TO VALINV-LINE
               WRITE VALINV-LINE
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-INV-COUNT
                   PERFORM ESCRIBE-RENGLON-VALUACION
               END-PERFORM
               MOVE SPACES TO WS-VALINV-DETALLE
               MOVE "TOTAL" TO WS-V-DESC
               MOVE WS-GT-VALOR-COSTO TO WS-V-VALOR
               MOVE WS-GT-VALOR-VENTA TO WS-V-VALOR-VTA
               MOVE WS-VALINV-DETALLE TO VALINV-LINE
               WRITE VALINV-LINE
               MOVE SPACES TO VALINV-LINE
               STRING "PRODUCTOS " WS-INV-COUNT "  SIN COSTO "
                   WS-CONT-SIN-COSTO
                   DELIMITED BY SIZE INTO VALINV-LINE
               WRITE VALINV-LINE
               MOVE WS-REPORTE-PIE-LINE TO VALINV-LINE
               WRITE VALINV-LINE
               CLOSE VALINV-REPORT
               MOVE "VALINV" TO WS-RC-TIPO
               MOVE WS-VALINV-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-INV-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "VALUACION DE INVENTARIO EN "
                   WS-VALINV-FILENAME
               DISPLAY "  VALOR A COSTO PROMEDIO " WS-GT-VALOR-COSTO.

      * LA EXISTENCIA NEGATIVA (SOBREVENTA) SE VALUA EN CERO
           ESCRIBE-RENGLON-VALUACION.
               MOVE WS-I-CODIGO(WS-INV-I) TO WS-CODIGO-BUSCADO
               PERFORM BUSCA-PRODUCTO
               MOVE WS-I-CODIGO(WS-INV-I) TO WS-V-CODIGO
               IF WS-CAT-INDICE > 0
                   MOVE WS-T-DESC(WS-CAT-INDICE) TO WS-V-DESC
               ELSE
                   MOVE "(NO EN CATALOGO)" TO WS-V-DESC
               END-IF
               MOVE WS-I-EXIST(WS-INV-I) TO WS-V-EXIST
               MOVE WS-I-COSTO(WS-INV-I) TO WS-V-COSTO
               MOVE 0 TO WS-EXIST-VALUADA
               IF WS-I-EXIST(WS-INV-I) > 0
                   MOVE WS-I-EXIST(WS-INV-I) TO WS-EXIST-VALUADA
               END-IF
               COMPUTE WS-VALOR-COSTO ROUNDED =
                   WS-EXIST-VALUADA * WS-I-COSTO(WS-INV-I)
               COMPUTE WS-VALOR-VENTA =
                   WS-EXIST-VALUADA * WS-PRECIO
               MOVE WS-VALOR-COSTO TO WS-V-VALOR
               MOVE WS-VALOR-VENTA TO WS-V-VALOR-VTA
               MOVE SPACES TO WS-V-BANDERA
               IF WS-I-COSTO(WS-INV-I) = 0
                   MOVE "SIN COSTO" TO WS-V-BANDERA
                   ADD 1 TO WS-CONT-SIN-COSTO
               END-IF
               ADD WS-VALOR-COSTO TO WS-GT-VALOR-COSTO
               ADD WS-VALOR-VENTA TO WS-GT-VALOR-VENTA
               MOVE WS-VALINV-DETALLE TO VALINV-LINE
               WRITE VALINV-LINE.

           ACUMULA-VENTAS.
               MOVE "N" TO WS-PLN-EOF-SWITCH
               OPEN INPUT PEDLIN-FILE
               IF WS-PLN-STATUS NOT = "00"
                   DISPLAY "PEDLIN.DAT NO DISPONIBLE, MARGEN EN CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-PLN-EOF
                   READ PEDLIN-FILE
                       AT END
                           SET WS-PLN-EOF TO TRUE
                       NOT AT END
                           IF LP-FECHA IS NUMERIC
                                   AND LP-CANTIDAD IS NUMERIC
                                   AND LP-FECHA(1:6) = WS-PERIODO
                               PERFORM ACUMULA-UNA-VENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDLIN-FILE.

           ACUMULA-UNA-VENTA.
               MOVE LP-COMPANIA TO WS-CIA-PARTIDA
               IF WS-CIA-PARTIDA = SPACES
                   MOVE "01" TO WS-CIA-PARTIDA
               END-IF
               MOVE 0 TO WS-MG-INDICE
               PERFORM VARYING WS-MG-I FROM 1 BY 1
                       UNTIL WS-MG-I > WS-MG-COUNT
                           OR WS-MG-INDICE > 0
                   IF WS-MG-CIA(WS-MG-I) = WS-CIA-PARTIDA
                           AND WS-MG-CODIGO(WS-MG-I) = LP-CODIGO
                       MOVE WS-MG-I TO WS-MG-INDICE
                   END-IF
               END-PERFORM
               IF WS-MG-INDICE = 0
                   IF WS-MG-COUNT >= 3000
                       DISPLAY "MAS DE 3000 COMPANIA/PRODUCTO EN EL "
                           "MES, PARTIDA OMITIDA: " LP-NUMERO "/"
                           LP-PARTIDA
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-MG-COUNT
                   MOVE WS-MG-COUNT TO WS-MG-INDICE
                   MOVE WS-CIA-PARTIDA TO WS-MG-CIA(WS-MG-INDICE)
                   MOVE LP-CODIGO TO WS-MG-CODIGO(WS-MG-INDICE)
                   MOVE 0 TO WS-MG-UNIDADES(WS-MG-INDICE)
                   MOVE "N" TO WS-MG-LISTADO(WS-MG-INDICE)
               END-IF
               ADD 1 TO WS-CONT-PARTIDAS
               ADD LP-CANTIDAD TO WS-MG-UNIDADES(WS-MG-INDICE).

           ESCRIBE-MARGEN.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "MARGEN." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-MARGEN-FILENAME
               OPEN OUTPUT MARGEN-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO MARGEN-LINE
               WRITE MARGEN-LINE
               MOVE WS-REPORTE-IDENT-LINE TO MARGEN-LINE
               WRITE MARGEN-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO MARGEN-LINE
               WRITE MARGEN-LINE
               MOVE SPACES TO MARGEN-LINE
               STRING "MARGEN BRUTO POR PRODUCTO Y COMPANIA, PERIODO "
                   WS-PERIODO
                   DELIMITED BY SIZE INTO MARGEN-LINE
               WRITE MARGEN-LINE
               MOVE WS-MARGEN-TITULO TO MARGEN-LINE
               WRITE MARGEN-LINE
               PERFORM VARYING WS-MG-I FROM 1 BY 1
                       UNTIL WS-MG-I > WS-MG-COUNT
                   IF WS-MG-LISTADO(WS-MG-I) = "N"
                       PERFORM ESCRIBE-MARGEN-COMPANIA
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-MARGEN-DETALLE
               MOVE "TOTAL GENERAL" TO WS-M-DESC
               MOVE WS-GT-VENTA TO WS-VENTA
               MOVE WS-GT-COSTO TO WS-COSTO-VENTA
               PERFORM ARMA-TOTAL-MARGEN
               MOVE WS-MARGEN-DETALLE TO MARGEN-LINE
               WRITE MARGEN-LINE
               MOVE WS-REPORTE-PIE-LINE TO MARGEN-LINE
               WRITE MARGEN-LINE
               CLOSE MARGEN-REPORT
               MOVE "MARGEN" TO WS-RC-TIPO
               MOVE WS-MARGEN-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-PARTIDAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "MARGEN BRUTO EN " WS-MARGEN-FILENAME
               DISPLAY "  VENTA A PRECIO CATALOGO " WS-GT-VENTA
               DISPLAY "  COSTO PROMEDIO          " WS-GT-COSTO.

      * TODOS LOS PRODUCTOS DE LA COMPANIA DE WS-MG-I, EN EL ORDEN EN
      * QUE APARECIERON, CON EL SUBTOTAL DE LA COMPANIA
           ESCRIBE-MARGEN-COMPANIA.
               MOVE WS-MG-CIA(WS-MG-I) TO WS-CIA-GRUPO
               MOVE 0 TO WS-CIA-VENTA
               MOVE 0 TO WS-CIA-COSTO
               MOVE SPACES TO MARGEN-LINE
               STRING "COMPANIA " WS-CIA-GRUPO
                   DELIMITED BY SIZE INTO MARGEN-LINE
               WRITE MARGEN-LINE
               PERFORM VARYING WS-MG-J FROM WS-MG-I BY 1
                       UNTIL WS-MG-J > WS-MG-COUNT
                   IF WS-MG-CIA(WS-MG-J) = WS-CIA-GRUPO
                       PERFORM ESCRIBE-RENGLON-MARGEN
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-MARGEN-DETALLE
               MOVE "TOTAL COMPANIA" TO WS-M-DESC
               MOVE WS-CIA-VENTA TO WS-VENTA
               MOVE WS-CIA-COSTO TO WS-COSTO-VENTA
               PERFORM ARMA-TOTAL-MARGEN
               MOVE WS-MARGEN-DETALLE TO MARGEN-LINE
               WRITE MARGEN-LINE.

           ESCRIBE-RENGLON-MARGEN.
               MOVE "S" TO WS-MG-LISTADO(WS-MG-J)
               MOVE WS-MG-CODIGO(WS-MG-J) TO WS-CODIGO-BUSCADO
               PERFORM BUSCA-PRODUCTO
               MOVE WS-MG-CODIGO(WS-MG-J) TO WS-M-CODIGO
               IF WS-CAT-INDICE > 0
                   MOVE WS-T-DESC(WS-CAT-INDICE) TO WS-M-DESC
               ELSE
                   MOVE "(NO EN CATALOGO)" TO WS-M-DESC
               END-IF
               MOVE WS-MG-UNIDADES(WS-MG-J) TO WS-M-UNIDADES
               COMPUTE WS-VENTA =
                   WS-MG-UNIDADES(WS-MG-J) * WS-PRECIO
               COMPUTE WS-COSTO-VENTA ROUNDED =
                   WS-MG-UNIDADES(WS-MG-J) * WS-COSTO
               ADD WS-VENTA TO WS-CIA-VENTA
               ADD WS-COSTO-VENTA TO WS-CIA-COSTO
               ADD WS-VENTA TO WS-GT-VENTA
               ADD WS-COSTO-VENTA TO WS-GT-COSTO
               PERFORM ARMA-TOTAL-MARGEN
               IF WS-COSTO = 0
                   MOVE "S/COSTO" TO WS-M-PCT-X
               END-IF
               MOVE WS-MARGEN-DETALLE TO MARGEN-LINE
               WRITE MARGEN-LINE.

      * MARGEN Y PORCENTAJE SOBRE LA VENTA DE WS-VENTA Y
      * WS-COSTO-VENTA EN EL RENGLON DE DETALLE
           ARMA-TOTAL-MARGEN.
               COMPUTE WS-MARGEN = WS-VENTA - WS-COSTO-VENTA
               MOVE WS-VENTA TO WS-M-VENTA
               MOVE WS-COSTO-VENTA TO WS-M-COSTO
               MOVE WS-MARGEN TO WS-M-MARGEN
               IF WS-VENTA NOT = 0
                   COMPUTE WS-MARGEN-PCT ROUNDED =
                       WS-MARGEN * 100 / WS-VENTA
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-MARGEN-PCT
                   END-COMPUTE
                   MOVE WS-MARGEN-PCT TO WS-M-PCT
               ELSE
                   MOVE SPACES TO WS-M-PCT-X
               END-IF.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
