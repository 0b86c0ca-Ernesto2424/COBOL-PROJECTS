      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTHLY SALES ANALYSIS BY PRODUCT AND CUSTOMER
      * Tectonics: cobc
      * Note:      Reads the order line detail (PEDLIN.DAT) that
      *            CAPTURA-PEDIDOS writes for every confirmed order
      *            and, for the company in session, totals units and
      *            revenue per product for the month of the business
      *            date (FECNEG.CTL) next to the month before, with the
      *            percent change. A second section lists the three
      *            customers that bought the most of each product this
      *            month. Descriptions come from CATPROD.DAT. Runs as
      *            the monthly VENTASMES stage of the JOBPLAN.CTL chain
      *            and registers its generation in REPCAT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "CATPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT VENTAS-REPORT ASSIGN TO DYNAMIC WS-VENTAS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENTAS-STATUS.
           COPY PLNSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       COPY CATFD.

       FD  VENTAS-REPORT.
       01  VENTAS-LINE             PIC X(90).

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

       01  WS-CAT-STATUS           PIC XX.
       01  WS-VENTAS-STATUS        PIC XX.
       01  WS-VENTAS-FILENAME      PIC X(40).
       01  WS-EOF-CAT-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CAT          VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO              PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANIO         PIC 9(4).
           05  WS-PER-MES          PIC 99.
       01  WS-PERIODO-ANT          PIC 9(6) VALUE 0.
       01  WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
           05  WS-ANT-ANIO         PIC 9(4).
           05  WS-ANT-MES          PIC 99.
       01  WS-CIA-PARTIDA          PIC X(2).
       01  WS-CONT-PARTIDAS        PIC 9(7) VALUE 0.

      * VENTAS POR PRODUCTO: MES DE NEGOCIO Y MES ANTERIOR
       01  WS-PRD-COUNT            PIC 9(3) VALUE 0.
       01  WS-PRODUCTOS-TABLE.
           05  WS-PRD-ENTRY OCCURS 500 TIMES.
               10  WS-PR-CODIGO    PIC 9(4).
               10  WS-PR-DESC      PIC X(20).
               10  WS-PR-UNID-ACT  PIC 9(7).
               10  WS-PR-IMP-ACT   PIC 9(9)V99.
               10  WS-PR-UNID-ANT  PIC 9(7).
               10  WS-PR-IMP-ANT   PIC 9(9)V99.
       01  WS-PR-I                 PIC 9(3) VALUE 0.
       01  WS-PR-INDICE            PIC 9(3) VALUE 0.

      * VENTAS DEL MES POR PRODUCTO Y CLIENTE, PARA LOS MEJORES
      * CLIENTES DE CADA PRODUCTO
       01  WS-PXC-COUNT            PIC 9(4) VALUE 0.
       01  WS-PXC-TABLE.
           05  WS-PXC-ENTRY OCCURS 3000 TIMES.
               10  WS-PX-CODIGO    PIC 9(4).
               10  WS-PX-CLIENTE   PIC X(6).
               10  WS-PX-UNIDADES  PIC 9(7).
               10  WS-PX-IMPORTE   PIC 9(9)V99.
               10  WS-PX-USADO     PIC X.
       01  WS-PX-I                 PIC 9(4) VALUE 0.
       01  WS-PX-INDICE            PIC 9(4) VALUE 0.
       01  WS-PX-MEJOR             PIC 9(4) VALUE 0.
       01  WS-RANGO                PIC 9 VALUE 0.

       01  WS-GT-UNID-ACT          PIC 9(8) VALUE 0.
       01  WS-GT-IMP-ACT           PIC 9(10)V99 VALUE 0.
       01  WS-GT-UNID-ANT          PIC 9(8) VALUE 0.
       01  WS-GT-IMP-ANT           PIC 9(10)V99 VALUE 0.
       01  WS-VARIACION            PIC S9(5)V9 VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-CODIGO         PIC X(5).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-DESC           PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-UNID-ACT       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-IMP-ACT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-UNID-ANT       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-IMP-ANT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-VAR            PIC -ZZZZ9.9.
           05  WS-D-VAR-X REDEFINES WS-D-VAR PIC X(8).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(27) VALUE
                                   "PROD  DESCRIPCION".
           05  FILLER              PIC X(9) VALUE " UNID MES".
           05  FILLER              PIC X(15) VALUE
                                   "    IMPORTE MES".
           05  FILLER              PIC X(9) VALUE " UNID ANT".
           05  FILLER              PIC X(15) VALUE
                                   "    IMPORTE ANT".
           05  FILLER              PIC X(9) VALUE "   VAR %".

       01  WS-CLIENTE-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-C-RANGO          PIC 9.
           05  FILLER              PIC X(2) VALUE ". ".
           05  WS-C-CLIENTE        PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-C-UNIDADES       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-C-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VENTASMES" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               IF WS-PER-MES = 1
                   COMPUTE WS-ANT-ANIO = WS-PER-ANIO - 1
                   MOVE 12 TO WS-ANT-MES
               ELSE
                   MOVE WS-PER-ANIO TO WS-ANT-ANIO
                   COMPUTE WS-ANT-MES = WS-PER-MES - 1
               END-IF
               PERFORM ACUMULA-PARTIDAS
               PERFORM CARGA-DESCRIPCIONES
               PERFORM ESCRIBE-REPORTE
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           ACUMULA-PARTIDAS.
               MOVE "N" TO WS-PLN-EOF-SWITCH
               OPEN INPUT PEDLIN-FILE
               IF WS-PLN-STATUS NOT = "00"
                   DISPLAY "PEDLIN.DAT NO DISPONIBLE, REPORTE EN "
                       "CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-PLN-EOF
                   READ PEDLIN-FILE
                       AT END
                           SET WS-PLN-EOF TO TRUE
                       NOT AT END
                           MOVE LP-COMPANIA TO WS-CIA-PARTIDA
                           IF WS-CIA-PARTIDA = SPACES
                               MOVE "01" TO WS-CIA-PARTIDA
                           END-IF
                           IF LP-FECHA IS NUMERIC
                                   AND LP-CANTIDAD IS NUMERIC
                                   AND LP-IMPORTE IS NUMERIC
                                   AND WS-CIA-PARTIDA = WS-CIA-ACTUAL
                                   AND (LP-FECHA(1:6) = WS-PERIODO
                                     OR LP-FECHA(1:6) = WS-PERIODO-ANT)
                               PERFORM ACUMULA-UNA-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDLIN-FILE.

           ACUMULA-UNA-PARTIDA.
               MOVE 0 TO WS-PR-INDICE
               PERFORM VARYING WS-PR-I FROM 1 BY 1
                       UNTIL WS-PR-I > WS-PRD-COUNT
                           OR WS-PR-INDICE > 0
                   IF WS-PR-CODIGO(WS-PR-I) = LP-CODIGO
                       MOVE WS-PR-I TO WS-PR-INDICE
                   END-IF
               END-PERFORM
               IF WS-PR-INDICE = 0
                   IF WS-PRD-COUNT >= 500
                       DISPLAY "MAS DE 500 PRODUCTOS EN PEDLIN.DAT, "
                           "PARTIDA OMITIDA: " LP-NUMERO "/" LP-PARTIDA
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PRD-COUNT
                   MOVE WS-PRD-COUNT TO WS-PR-INDICE
                   MOVE LP-CODIGO TO WS-PR-CODIGO(WS-PR-INDICE)
                   MOVE "(NO EN CATALOGO)" TO WS-PR-DESC(WS-PR-INDICE)
                   MOVE 0 TO WS-PR-UNID-ACT(WS-PR-INDICE)
                   MOVE 0 TO WS-PR-IMP-ACT(WS-PR-INDICE)
                   MOVE 0 TO WS-PR-UNID-ANT(WS-PR-INDICE)
                   MOVE 0 TO WS-PR-IMP-ANT(WS-PR-INDICE)
               END-IF
               ADD 1 TO WS-CONT-PARTIDAS
               IF LP-FECHA(1:6) = WS-PERIODO-ANT
                   ADD LP-CANTIDAD TO WS-PR-UNID-ANT(WS-PR-INDICE)
                   ADD LP-IMPORTE TO WS-PR-IMP-ANT(WS-PR-INDICE)
                   EXIT PARAGRAPH
               END-IF
               ADD LP-CANTIDAD TO WS-PR-UNID-ACT(WS-PR-INDICE)
               ADD LP-IMPORTE TO WS-PR-IMP-ACT(WS-PR-INDICE)
               PERFORM ACUMULA-PRODUCTO-CLIENTE.

           ACUMULA-PRODUCTO-CLIENTE.
               MOVE 0 TO WS-PX-INDICE
               PERFORM VARYING WS-PX-I FROM 1 BY 1
                       UNTIL WS-PX-I > WS-PXC-COUNT
                           OR WS-PX-INDICE > 0
                   IF WS-PX-CODIGO(WS-PX-I) = LP-CODIGO
                           AND WS-PX-CLIENTE(WS-PX-I) = LP-CLIENTE-ID
                       MOVE WS-PX-I TO WS-PX-INDICE
                   END-IF
               END-PERFORM
               IF WS-PX-INDICE = 0
                   IF WS-PXC-COUNT >= 3000
                       DISPLAY "MAS DE 3000 PRODUCTO/CLIENTE EN EL "
                           "MES, PARTIDA SIN CLIENTE: " LP-NUMERO
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PXC-COUNT
                   MOVE WS-PXC-COUNT TO WS-PX-INDICE
                   MOVE LP-CODIGO TO WS-PX-CODIGO(WS-PX-INDICE)
                   MOVE LP-CLIENTE-ID TO WS-PX-CLIENTE(WS-PX-INDICE)
                   MOVE 0 TO WS-PX-UNIDADES(WS-PX-INDICE)
                   MOVE 0 TO WS-PX-IMPORTE(WS-PX-INDICE)
                   MOVE "N" TO WS-PX-USADO(WS-PX-INDICE)
               END-IF
               ADD LP-CANTIDAD TO WS-PX-UNIDADES(WS-PX-INDICE)
               ADD LP-IMPORTE TO WS-PX-IMPORTE(WS-PX-INDICE).

      * DESCRIPCIONES DEL CATALOGO PARA LOS PRODUCTOS VENDIDOS
           CARGA-DESCRIPCIONES.
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
                           PERFORM VARYING WS-PR-I FROM 1 BY 1
                                   UNTIL WS-PR-I > WS-PRD-COUNT
                               IF WS-PR-CODIGO(WS-PR-I) = CAT-CODIGO
                                   MOVE CAT-DESCRIPCION TO
                                       WS-PR-DESC(WS-PR-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE.

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "VENTAS." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-VENTAS-FILENAME
               OPEN OUTPUT VENTAS-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO VENTAS-LINE
               WRITE VENTAS-LINE
               MOVE WS-REPORTE-IDENT-LINE TO VENTAS-LINE
               WRITE VENTAS-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO VENTAS-LINE
               WRITE VENTAS-LINE
               MOVE SPACES TO VENTAS-LINE
               STRING "VENTAS POR PRODUCTO DEL PERIODO " WS-PERIODO
                   " CONTRA " WS-PERIODO-ANT
                   DELIMITED BY SIZE INTO VENTAS-LINE
               WRITE VENTAS-LINE
               MOVE WS-TITULO-LINE TO VENTAS-LINE
               WRITE VENTAS-LINE
               PERFORM VARYING WS-PR-I FROM 1 BY 1
                       UNTIL WS-PR-I > WS-PRD-COUNT
                   MOVE WS-PR-CODIGO(WS-PR-I) TO WS-D-CODIGO
                   MOVE WS-PR-DESC(WS-PR-I) TO WS-D-DESC
                   MOVE WS-PR-UNID-ACT(WS-PR-I) TO WS-D-UNID-ACT
                   MOVE WS-PR-IMP-ACT(WS-PR-I) TO WS-D-IMP-ACT
                   MOVE WS-PR-UNID-ANT(WS-PR-I) TO WS-D-UNID-ANT
                   MOVE WS-PR-IMP-ANT(WS-PR-I) TO WS-D-IMP-ANT
                   IF WS-PR-IMP-ANT(WS-PR-I) > 0
                       COMPUTE WS-VARIACION ROUNDED =
                           (WS-PR-IMP-ACT(WS-PR-I)
                            - WS-PR-IMP-ANT(WS-PR-I)) * 100
                           / WS-PR-IMP-ANT(WS-PR-I)
                           ON SIZE ERROR
                               MOVE 99999.9 TO WS-VARIACION
                       END-COMPUTE
                       MOVE WS-VARIACION TO WS-D-VAR
                   ELSE
                       MOVE "   NUEVO" TO WS-D-VAR-X
                   END-IF
                   MOVE WS-DETALLE-LINE TO VENTAS-LINE
                   WRITE VENTAS-LINE
                   ADD WS-PR-UNID-ACT(WS-PR-I) TO WS-GT-UNID-ACT
                   ADD WS-PR-IMP-ACT(WS-PR-I) TO WS-GT-IMP-ACT
                   ADD WS-PR-UNID-ANT(WS-PR-I) TO WS-GT-UNID-ANT
                   ADD WS-PR-IMP-ANT(WS-PR-I) TO WS-GT-IMP-ANT
               END-PERFORM
               MOVE SPACES TO WS-D-CODIGO
               MOVE "TOTAL" TO WS-D-DESC
               MOVE WS-GT-UNID-ACT TO WS-D-UNID-ACT
               MOVE WS-GT-IMP-ACT TO WS-D-IMP-ACT
               MOVE WS-GT-UNID-ANT TO WS-D-UNID-ANT
               MOVE WS-GT-IMP-ANT TO WS-D-IMP-ANT
               IF WS-GT-IMP-ANT > 0
                   COMPUTE WS-VARIACION ROUNDED =
                       (WS-GT-IMP-ACT - WS-GT-IMP-ANT) * 100
                       / WS-GT-IMP-ANT
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-VARIACION
                   END-COMPUTE
                   MOVE WS-VARIACION TO WS-D-VAR
               ELSE
                   MOVE SPACES TO WS-D-VAR-X
               END-IF
               MOVE WS-DETALLE-LINE TO VENTAS-LINE
               WRITE VENTAS-LINE
               MOVE SPACES TO VENTAS-LINE
               WRITE VENTAS-LINE
               MOVE "MEJORES CLIENTES POR PRODUCTO EN EL MES (TOP 3)"
                   TO VENTAS-LINE
               WRITE VENTAS-LINE
               PERFORM VARYING WS-PR-I FROM 1 BY 1
                       UNTIL WS-PR-I > WS-PRD-COUNT
                   IF WS-PR-UNID-ACT(WS-PR-I) > 0
                       PERFORM ESCRIBE-MEJORES-CLIENTES
                   END-IF
               END-PERFORM
               MOVE WS-REPORTE-PIE-LINE TO VENTAS-LINE
               WRITE VENTAS-LINE
               CLOSE VENTAS-REPORT
               MOVE "VENTAS" TO WS-RC-TIPO
               MOVE WS-VENTAS-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-PARTIDAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "ANALISIS DE VENTAS EN " WS-VENTAS-FILENAME
               DISPLAY "  PRODUCTOS VENDIDOS     " WS-PRD-COUNT
               DISPLAY "  IMPORTE DEL MES        " WS-GT-IMP-ACT.

      * LOS TRES CLIENTES DE MAYOR IMPORTE DEL PRODUCTO WS-PR-I; CADA
      * VUELTA TOMA EL MAYOR AUN NO LISTADO
           ESCRIBE-MEJORES-CLIENTES.
               MOVE SPACES TO VENTAS-LINE
               STRING WS-PR-CODIGO(WS-PR-I) " " WS-PR-DESC(WS-PR-I)
                   DELIMITED BY SIZE INTO VENTAS-LINE
               WRITE VENTAS-LINE
               PERFORM VARYING WS-RANGO FROM 1 BY 1
                       UNTIL WS-RANGO > 3
                   MOVE 0 TO WS-PX-MEJOR
                   PERFORM VARYING WS-PX-I FROM 1 BY 1
                           UNTIL WS-PX-I > WS-PXC-COUNT
                       IF WS-PX-CODIGO(WS-PX-I) = WS-PR-CODIGO(WS-PR-I)
                               AND WS-PX-USADO(WS-PX-I) = "N"
                           IF WS-PX-MEJOR = 0
                               MOVE WS-PX-I TO WS-PX-MEJOR
                           ELSE
                               IF WS-PX-IMPORTE(WS-PX-I) >
                                       WS-PX-IMPORTE(WS-PX-MEJOR)
                                   MOVE WS-PX-I TO WS-PX-MEJOR
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-PX-MEJOR > 0
                       MOVE "S" TO WS-PX-USADO(WS-PX-MEJOR)
                       MOVE WS-RANGO TO WS-C-RANGO
                       MOVE WS-PX-CLIENTE(WS-PX-MEJOR) TO WS-C-CLIENTE
                       MOVE WS-PX-UNIDADES(WS-PX-MEJOR) TO
                           WS-C-UNIDADES
                       MOVE WS-PX-IMPORTE(WS-PX-MEJOR) TO WS-C-IMPORTE
                       MOVE WS-CLIENTE-LINE TO VENTAS-LINE
                       WRITE VENTAS-LINE
                   END-IF
               END-PERFORM.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
