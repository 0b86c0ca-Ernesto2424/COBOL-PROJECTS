      ******************************************************************
      * Author:
      * Date:
      * Purpose:   PURCHASE ORDERS FROM THE REORDER FLAGS AND RECEIPT
      *            VARIANCE REPORT
      * Tectonics: cobc
      * Note:      The G option turns every product that the stock
      *            report flags REORDENAR (on hand at or below the
      *            reorder point) into a suggested purchase line for
      *            its preferred supplier (CAT-PROVEEDOR): the
      *            suggestion brings stock up to twice the reorder
      *            point, less what is already on order and not yet
      *            received, plus the customer backorders still open
      *            in BACKORD.DAT for it. Suggestions are grouped by
      *            supplier and the purchasing clerk confirms each
      *            supplier's group into a purchase order in
      *            ORDCOMP.DAT, promised for
      *            the business date plus the supplier's lead time.
      *            Products with no preferred supplier are listed
      *            apart. The suggestion run is printed and
      *            catalogued. Receipts keyed in MOVIMIENTOS-INVENTARIO
      *            against a PO number are matched to its open lines;
      *            the R option reports over-shipments, short
      *            shipments and late lines, and C closes a short line
      *            when the rest will not come.
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
           SELECT OCREP-REPORT ASSIGN TO DYNAMIC WS-OCREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCREP-STATUS.
           COPY PROVSEL.
           COPY OCSEL.
           COPY BOSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
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

       FD  OCREP-REPORT.
       01  OCREP-LINE              PIC X(80).

       COPY PROVFD.

       COPY OCFD.

       COPY BOFD.

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
       COPY PROVWS.
       COPY OCWS.
       COPY BOWS.

       01  WS-INV-STATUS           PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-OCREP-STATUS         PIC XX.
       01  WS-OCREP-FILENAME       PIC X(40).

       01  WS-EOF-INV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INV          VALUE "Y".
       01  WS-EOF-CAT-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CAT          VALUE "Y".
       01  WS-OC-CAMBIOS-SWITCH    PIC X VALUE "N".
           88  WS-OC-CAMBIOS       VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-GENERA           VALUE "G" "g".
           88  WS-REPORTE          VALUE "R" "r".
           88  WS-CIERRA           VALUE "C" "c".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-CONFIRMA             PIC X.
       01  WS-OC-TXT               PIC X(6).
       01  WS-OC-NUM REDEFINES WS-OC-TXT PIC 9(6).
       01  WS-CODIGO-TXT           PIC X(4).
       01  WS-CODIGO-NUM REDEFINES WS-CODIGO-TXT PIC 9(4).
       01  WS-PROMESA              PIC 9(8) VALUE 0.
       01  WS-PARTIDA              PIC 9(3) VALUE 0.
       01  WS-SUGERIDA             PIC S9(7) VALUE 0.
       01  WS-DIFERENCIA           PIC S9(6) VALUE 0.
       01  WS-CONT-SUGERIDAS       PIC 9(4) VALUE 0.
       01  WS-CONT-ORDENES         PIC 9(4) VALUE 0.
       01  WS-CONT-DIFERENCIAS     PIC 9(4) VALUE 0.
       01  WS-CONT-GRUPO           PIC 9(4) VALUE 0.

      * PRODUCTOS DEL CATALOGO CON SU PROVEEDOR PREFERIDO
       01  WS-CAT-COUNT            PIC 9(4) VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 500 TIMES.
               10  WS-T-CODIGO     PIC 9(4).
               10  WS-T-DESC       PIC X(30).
               10  WS-T-ESTATUS    PIC X.
               10  WS-T-PROVEEDOR  PIC X(6).
       01  WS-CAT-I                PIC 9(4) VALUE 0.
       01  WS-CAT-INDICE           PIC 9(4) VALUE 0.

      * SUGERENCIAS DE COMPRA DE LA CORRIDA
       01  WS-SUG-COUNT            PIC 9(3) VALUE 0.
       01  WS-SUGERENCIAS-TABLE.
           05  WS-SUG-ENTRY OCCURS 500 TIMES.
               10  WS-SG-CODIGO    PIC 9(4).
               10  WS-SG-DESC      PIC X(30).
               10  WS-SG-PROVEEDOR PIC X(6).
               10  WS-SG-EXIST     PIC S9(5).
               10  WS-SG-REORDEN   PIC 9(5).
               10  WS-SG-EN-ORDEN  PIC 9(7).
               10  WS-SG-CANTIDAD  PIC 9(5).
               10  WS-SG-ASIGNADA  PIC X.
       01  WS-SG-I                 PIC 9(3) VALUE 0.

       01  WS-SUG-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-S-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-S-DESC           PIC X(30).
           05  WS-S-EXIST          PIC -(5)9.
           05  WS-S-REORDEN        PIC Z(5)9.
           05  WS-S-EN-ORDEN       PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-S-CANTIDAD       PIC Z(5)9.

       01  WS-SUG-TITULO.
           05  FILLER              PIC X(37) VALUE
                                   "  PROD DESCRIPCION".
           05  FILLER              PIC X(6) VALUE " EXIST".
           05  FILLER              PIC X(6) VALUE "   REO".
           05  FILLER              PIC X(7) VALUE " EN OC".
           05  FILLER              PIC X(9) VALUE "  SUGIERE".

       01  WS-DIF-LINE.
           05  WS-F-NUMERO         PIC 9(6).
           05  FILLER              PIC X VALUE "/".
           05  WS-F-PARTIDA        PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-PROVEEDOR      PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-PROMESA        PIC 9(8).
           05  WS-F-PEDIDA         PIC Z(5)9.
           05  WS-F-RECIBIDA       PIC Z(5)9.
           05  WS-F-DIFERENCIA     PIC -(5)9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-TIPO           PIC X(10).

       01  WS-DIF-TITULO.
           05  FILLER              PIC X(20) VALUE
                                   "OC     /PAR PROV".
           05  FILLER              PIC X(14) VALUE "PROD PROMESA".
           05  FILLER              PIC X(20) VALUE
                                   " PEDIDA  RECIB   DIF".
           05  FILLER              PIC X(5) VALUE " TIPO".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "ORDCOMPRA" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-PROVEEDORES
               PERFORM CARGA-ORDENES-COMPRA
               PERFORM UNTIL WS-FIN
                   DISPLAY "G-GENERA SUGERENCIAS  R-DIFERENCIAS DE "
                       "RECEPCION  C-CIERRA PARTIDA CORTA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-GENERA
                           PERFORM GENERA-SUGERENCIAS
                       WHEN WS-REPORTE
                           PERFORM REPORTE-DIFERENCIAS
                       WHEN WS-CIERRA
                           PERFORM CIERRA-PARTIDA-CORTA
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               IF WS-OC-CAMBIOS
                   PERFORM GRABA-ORDENES-COMPRA
               END-IF
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
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-CODIGO TO
                                   WS-T-CODIGO(WS-CAT-COUNT)
                               MOVE CAT-DESCRIPCION TO
                                   WS-T-DESC(WS-CAT-COUNT)
                               MOVE CAT-ESTATUS TO
                                   WS-T-ESTATUS(WS-CAT-COUNT)
                               MOVE CAT-PROVEEDOR TO
                                   WS-T-PROVEEDOR(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE.

      * LA SUGERENCIA USA LA MISMA REGLA DEL REPORTE DE EXISTENCIAS
      * (EXISTENCIA <= PUNTO DE REORDEN) Y LLEVA EL PRODUCTO AL DOBLE
      * DEL PUNTO, DESCONTANDO LO QUE YA VIENE EN CAMINO Y SUMANDO
      * LO QUE SE DEBE A CLIENTES EN PENDIENTES DE SURTIR
           GENERA-SUGERENCIAS.
               PERFORM CARGA-CATALOGO
               PERFORM CARGA-PENDIENTES
               MOVE 0 TO WS-SUG-COUNT
               MOVE 0 TO WS-CONT-SUGERIDAS
               MOVE 0 TO WS-CONT-ORDENES
               MOVE "N" TO WS-EOF-INV-SWITCH
               OPEN INPUT INVENTARIO-FILE
               IF WS-INV-STATUS NOT = "00"
                   DISPLAY "INVENTARIO.DAT NO DISPONIBLE"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-INV
                   READ INVENTARIO-FILE
                       AT END
                           SET WS-EOF-INV TO TRUE
                       NOT AT END
                           IF IV-CODIGO IS NUMERIC
                                   AND IV-EXISTENCIA <= IV-REORDEN
                               PERFORM EVALUA-REORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO-FILE
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-OCREP-FILENAME
               STRING "OCSUG." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-OCREP-FILENAME
               OPEN OUTPUT OCREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE SPACES TO OCREP-LINE
               STRING "SUGERENCIA DE COMPRA AL " WS-FECHA-HOY
                   DELIMITED BY SIZE INTO OCREP-LINE
               WRITE OCREP-LINE
               PERFORM VARYING WS-PV-I FROM 1 BY 1
                       UNTIL WS-PV-I > WS-PV-COUNT
                   IF WS-PV-ACTIVO(WS-PV-I) NOT = "I"
                       PERFORM PROPONE-ORDEN-PROVEEDOR
                   END-IF
               END-PERFORM
               PERFORM LISTA-SIN-PROVEEDOR
               MOVE SPACES TO OCREP-LINE
               STRING "PRODUCTOS SUGERIDOS " WS-CONT-SUGERIDAS
                   "  ORDENES CONFIRMADAS " WS-CONT-ORDENES
                   DELIMITED BY SIZE INTO OCREP-LINE
               WRITE OCREP-LINE
               MOVE WS-REPORTE-PIE-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               CLOSE OCREP-REPORT
               MOVE "SUGCOMPRA" TO WS-RC-TIPO
               MOVE WS-OCREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-SUGERIDAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "SUGERENCIA DE COMPRA EN " WS-OCREP-FILENAME
               DISPLAY "  PRODUCTOS SUGERIDOS    " WS-CONT-SUGERIDAS
               DISPLAY "  ORDENES CONFIRMADAS    " WS-CONT-ORDENES.

           EVALUA-REORDEN.
               MOVE 0 TO WS-CAT-INDICE
               PERFORM VARYING WS-CAT-I FROM 1 BY 1
                       UNTIL WS-CAT-I > WS-CAT-COUNT
                           OR WS-CAT-INDICE > 0
                   IF WS-T-CODIGO(WS-CAT-I) = IV-CODIGO
                       MOVE WS-CAT-I TO WS-CAT-INDICE
                   END-IF
               END-PERFORM
               IF WS-CAT-INDICE > 0
                   IF WS-T-ESTATUS(WS-CAT-INDICE) = "I"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE IV-CODIGO TO WS-OC-CODIGO-BUSCADO
               PERFORM SUMA-POR-RECIBIR-OC
               MOVE IV-CODIGO TO WS-BO-CODIGO-BUSCADO
               PERFORM SUMA-POR-SURTIR-BO
               COMPUTE WS-SUGERIDA = IV-REORDEN * 2
                   - IV-EXISTENCIA - WS-OC-POR-RECIBIR
                   + WS-BO-POR-SURTIR
               IF WS-SUGERIDA <= 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-SUG-COUNT >= 500
                   DISPLAY "MAS DE 500 SUGERENCIAS, PRODUCTO OMITIDO: "
                       IV-CODIGO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUG-COUNT
               ADD 1 TO WS-CONT-SUGERIDAS
               MOVE IV-CODIGO TO WS-SG-CODIGO(WS-SUG-COUNT)
               MOVE IV-EXISTENCIA TO WS-SG-EXIST(WS-SUG-COUNT)
               MOVE IV-REORDEN TO WS-SG-REORDEN(WS-SUG-COUNT)
               MOVE WS-OC-POR-RECIBIR TO WS-SG-EN-ORDEN(WS-SUG-COUNT)
               MOVE WS-SUGERIDA TO WS-SG-CANTIDAD(WS-SUG-COUNT)
               MOVE "N" TO WS-SG-ASIGNADA(WS-SUG-COUNT)
               IF WS-CAT-INDICE > 0
                   MOVE WS-T-DESC(WS-CAT-INDICE) TO
                       WS-SG-DESC(WS-SUG-COUNT)
                   MOVE WS-T-PROVEEDOR(WS-CAT-INDICE) TO
                       WS-SG-PROVEEDOR(WS-SUG-COUNT)
               ELSE
                   MOVE "(NO EN CATALOGO)" TO WS-SG-DESC(WS-SUG-COUNT)
                   MOVE SPACES TO WS-SG-PROVEEDOR(WS-SUG-COUNT)
               END-IF.

      * UN GRUPO POR PROVEEDOR ACTIVO: SE MUESTRA, SE IMPRIME Y EL
      * COMPRADOR LO CONFIRMA COMO UNA ORDEN CON UNA PARTIDA POR
      * PRODUCTO
           PROPONE-ORDEN-PROVEEDOR.
               MOVE 0 TO WS-CONT-GRUPO
               PERFORM VARYING WS-SG-I FROM 1 BY 1
                       UNTIL WS-SG-I > WS-SUG-COUNT
                   IF WS-SG-PROVEEDOR(WS-SG-I) = WS-PV-CODIGO(WS-PV-I)
                       ADD 1 TO WS-CONT-GRUPO
                   END-IF
               END-PERFORM
               IF WS-CONT-GRUPO = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE SPACES TO OCREP-LINE
               STRING "PROVEEDOR " WS-PV-CODIGO(WS-PV-I) " "
                   WS-PV-NOMBRE(WS-PV-I) " ENTREGA "
                   WS-PV-DIAS(WS-PV-I) " DIAS"
                   DELIMITED BY SIZE INTO OCREP-LINE
               WRITE OCREP-LINE
               DISPLAY OCREP-LINE
               MOVE WS-SUG-TITULO TO OCREP-LINE
               WRITE OCREP-LINE
               DISPLAY WS-SUG-TITULO
               PERFORM VARYING WS-SG-I FROM 1 BY 1
                       UNTIL WS-SG-I > WS-SUG-COUNT
                   IF WS-SG-PROVEEDOR(WS-SG-I) = WS-PV-CODIGO(WS-PV-I)
                       MOVE "S" TO WS-SG-ASIGNADA(WS-SG-I)
                       PERFORM ESCRIBE-RENGLON-SUGERENCIA
                       DISPLAY WS-SUG-LINE
                   END-IF
               END-PERFORM
               IF WS-OC-COUNT + WS-CONT-GRUPO > 2000
                   DISPLAY "ORDCOMP.DAT LLENO, NO SE PUEDE CONFIRMAR"
                   MOVE "  NO CONFIRMADA: ORDCOMP.DAT LLENO" TO
                       OCREP-LINE
                   WRITE OCREP-LINE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CONFIRMA ORDEN DE COMPRA PARA "
                   WS-PV-CODIGO(WS-PV-I) " (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   MOVE "  NO CONFIRMADA" TO OCREP-LINE
                   WRITE OCREP-LINE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PROMESA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   + WS-PV-DIAS(WS-PV-I))
               MOVE 0 TO WS-PARTIDA
               PERFORM VARYING WS-SG-I FROM 1 BY 1
                       UNTIL WS-SG-I > WS-SUG-COUNT
                   IF WS-SG-PROVEEDOR(WS-SG-I) = WS-PV-CODIGO(WS-PV-I)
                       ADD 1 TO WS-PARTIDA
                       ADD 1 TO WS-OC-COUNT
                       MOVE WS-OC-SIG-NUMERO TO
                           WS-OC-NUMERO(WS-OC-COUNT)
                       MOVE WS-PARTIDA TO WS-OC-PARTIDA(WS-OC-COUNT)
                       MOVE WS-PV-CODIGO(WS-PV-I) TO
                           WS-OC-PROVEEDOR(WS-OC-COUNT)
                       MOVE WS-FECHA-HOY TO WS-OC-FECHA(WS-OC-COUNT)
                       MOVE WS-PROMESA TO WS-OC-PROMESA(WS-OC-COUNT)
                       MOVE WS-SG-CODIGO(WS-SG-I) TO
                           WS-OC-CODIGO(WS-OC-COUNT)
                       MOVE WS-SG-CANTIDAD(WS-SG-I) TO
                           WS-OC-CANTIDAD(WS-OC-COUNT)
                       MOVE 0 TO WS-OC-RECIBIDA(WS-OC-COUNT)
                       MOVE "A" TO WS-OC-ESTATUS(WS-OC-COUNT)
                   END-IF
               END-PERFORM
               SET WS-OC-CAMBIOS TO TRUE
               ADD 1 TO WS-CONT-ORDENES
               MOVE SPACES TO OCREP-LINE
               STRING "  CONFIRMADA ORDEN DE COMPRA " WS-OC-SIG-NUMERO
                   " PROMESA " WS-PROMESA
                   DELIMITED BY SIZE INTO OCREP-LINE
               WRITE OCREP-LINE
               DISPLAY OCREP-LINE
               ADD 1 TO WS-OC-SIG-NUMERO.

      * LOS PRODUCTOS SIN PROVEEDOR PREFERIDO (O CON UNO INACTIVO O
      * INEXISTENTE) SALEN APARTE PARA QUE COMPRAS LES ASIGNE UNO
           LISTA-SIN-PROVEEDOR.
               MOVE 0 TO WS-CONT-GRUPO
               PERFORM VARYING WS-SG-I FROM 1 BY 1
                       UNTIL WS-SG-I > WS-SUG-COUNT
                   IF WS-SG-ASIGNADA(WS-SG-I) = "N"
                       ADD 1 TO WS-CONT-GRUPO
                   END-IF
               END-PERFORM
               IF WS-CONT-GRUPO = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE "=== SIN PROVEEDOR PREFERIDO ACTIVO ===" TO
                   OCREP-LINE
               WRITE OCREP-LINE
               DISPLAY OCREP-LINE
               MOVE WS-SUG-TITULO TO OCREP-LINE
               WRITE OCREP-LINE
               PERFORM VARYING WS-SG-I FROM 1 BY 1
                       UNTIL WS-SG-I > WS-SUG-COUNT
                   IF WS-SG-ASIGNADA(WS-SG-I) = "N"
                       PERFORM ESCRIBE-RENGLON-SUGERENCIA
                       DISPLAY WS-SUG-LINE
                   END-IF
               END-PERFORM.

           ESCRIBE-RENGLON-SUGERENCIA.
               MOVE WS-SG-CODIGO(WS-SG-I) TO WS-S-CODIGO
               MOVE WS-SG-DESC(WS-SG-I) TO WS-S-DESC
               MOVE WS-SG-EXIST(WS-SG-I) TO WS-S-EXIST
               MOVE WS-SG-REORDEN(WS-SG-I) TO WS-S-REORDEN
               MOVE WS-SG-EN-ORDEN(WS-SG-I) TO WS-S-EN-ORDEN
               MOVE WS-SG-CANTIDAD(WS-SG-I) TO WS-S-CANTIDAD
               MOVE WS-SUG-LINE TO OCREP-LINE
               WRITE OCREP-LINE.

      * DIFERENCIAS DE RECEPCION: SOBRANTES (RECIBIDO DE MAS),
      * FALTANTES (RECIBO PARCIAL, PARTIDA ABIERTA O CERRADA CORTA)
      * Y PARTIDAS SIN RECIBIR CON LA PROMESA VENCIDA
           REPORTE-DIFERENCIAS.
               MOVE 0 TO WS-CONT-DIFERENCIAS
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-OCREP-FILENAME
               STRING "OCDIF." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-OCREP-FILENAME
               OPEN OUTPUT OCREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               MOVE SPACES TO OCREP-LINE
               STRING "DIFERENCIAS DE RECEPCION DE COMPRAS AL "
                   WS-FECHA-HOY DELIMITED BY SIZE INTO OCREP-LINE
               WRITE OCREP-LINE
               MOVE WS-DIF-TITULO TO OCREP-LINE
               WRITE OCREP-LINE
               PERFORM VARYING WS-OC-I FROM 1 BY 1
                       UNTIL WS-OC-I > WS-OC-COUNT
                   MOVE SPACES TO WS-F-TIPO
                   EVALUATE TRUE
                       WHEN WS-OC-RECIBIDA(WS-OC-I) >
                               WS-OC-CANTIDAD(WS-OC-I)
                           MOVE "SOBRANTE" TO WS-F-TIPO
                       WHEN WS-OC-RECIBIDA(WS-OC-I) > 0
                               AND WS-OC-RECIBIDA(WS-OC-I) <
                                   WS-OC-CANTIDAD(WS-OC-I)
                           MOVE "FALTANTE" TO WS-F-TIPO
                       WHEN WS-OC-ESTATUS(WS-OC-I) = "A"
                               AND WS-OC-PROMESA(WS-OC-I) <
                                   WS-FECHA-HOY
                           MOVE "ATRASADA" TO WS-F-TIPO
                   END-EVALUATE
                   IF WS-F-TIPO NOT = SPACES
                       PERFORM ESCRIBE-RENGLON-DIFERENCIA
                   END-IF
               END-PERFORM
               MOVE SPACES TO OCREP-LINE
               STRING "PARTIDAS CON DIFERENCIA " WS-CONT-DIFERENCIAS
                   DELIMITED BY SIZE INTO OCREP-LINE
               WRITE OCREP-LINE
               MOVE WS-REPORTE-PIE-LINE TO OCREP-LINE
               WRITE OCREP-LINE
               CLOSE OCREP-REPORT
               MOVE "DIFCOMPRA" TO WS-RC-TIPO
               MOVE WS-OCREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-DIFERENCIAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "DIFERENCIAS DE RECEPCION EN "
                   WS-OCREP-FILENAME
               DISPLAY "  PARTIDAS CON DIFERENCIA " WS-CONT-DIFERENCIAS.

           ESCRIBE-RENGLON-DIFERENCIA.
               ADD 1 TO WS-CONT-DIFERENCIAS
               MOVE WS-OC-NUMERO(WS-OC-I) TO WS-F-NUMERO
               MOVE WS-OC-PARTIDA(WS-OC-I) TO WS-F-PARTIDA
               MOVE WS-OC-PROVEEDOR(WS-OC-I) TO WS-F-PROVEEDOR
               MOVE WS-OC-CODIGO(WS-OC-I) TO WS-F-CODIGO
               MOVE WS-OC-PROMESA(WS-OC-I) TO WS-F-PROMESA
               MOVE WS-OC-CANTIDAD(WS-OC-I) TO WS-F-PEDIDA
               MOVE WS-OC-RECIBIDA(WS-OC-I) TO WS-F-RECIBIDA
               COMPUTE WS-DIFERENCIA = WS-OC-RECIBIDA(WS-OC-I)
                   - WS-OC-CANTIDAD(WS-OC-I)
               MOVE WS-DIFERENCIA TO WS-F-DIFERENCIA
               MOVE WS-DIF-LINE TO OCREP-LINE
               WRITE OCREP-LINE.

      * UNA PARTIDA ENTREGADA CORTA QUEDA ABIERTA ESPERANDO EL RESTO;
      * SI EL PROVEEDOR NO LO VA A SURTIR, COMPRAS LA CIERRA AQUI Y
      * DEJA DE CONTAR COMO MERCANCIA EN CAMINO
           CIERRA-PARTIDA-CORTA.
               DISPLAY "NUMERO DE ORDEN DE COMPRA (6 DIGITOS)"
               MOVE SPACES TO WS-OC-TXT
               ACCEPT WS-OC-TXT
               DISPLAY "CODIGO DE PRODUCTO (4 DIGITOS)"
               MOVE SPACES TO WS-CODIGO-TXT
               ACCEPT WS-CODIGO-TXT
               IF WS-OC-TXT IS NOT NUMERIC
                       OR WS-CODIGO-TXT IS NOT NUMERIC
                   DISPLAY "ORDEN O CODIGO INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OC-NUM TO WS-OC-NUMERO-BUSCADO
               MOVE WS-CODIGO-NUM TO WS-OC-CODIGO-BUSCADO
               PERFORM BUSCA-PARTIDA-OC
               IF WS-OC-INDICE = 0
                   DISPLAY "NO HAY PARTIDA ABIERTA DE " WS-CODIGO-TXT
                       " EN LA ORDEN " WS-OC-TXT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PEDIDA " WS-OC-CANTIDAD(WS-OC-INDICE)
                   " RECIBIDA " WS-OC-RECIBIDA(WS-OC-INDICE)
               DISPLAY "CIERRA LA PARTIDA SIN RECIBIR EL RESTO (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   EXIT PARAGRAPH
               END-IF
               MOVE "C" TO WS-OC-ESTATUS(WS-OC-INDICE)
               SET WS-OC-CAMBIOS TO TRUE
               DISPLAY "PARTIDA CERRADA".

       COPY PROVPROC.
       COPY OCPROC.
       COPY BOPROC.
       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
