      *            count whose variance is logged as an A movement
      *            and as an AJUSTE record in AUDIT.LOG. Order entry
      *            writes its own automatic S movements when orders
      *            are taken. A receipt can name the purchase order
      *            it delivers (ORDCOMP.DAT, raised by ORDENES-COMPRA):
      *            it is matched to the open line of that product,
      *            the received quantity is carried on the line, and
      *            an over- or short-shipment is reported on the spot
      *            and in the receipt variance report. Every receipt
      *            takes the unit cost paid, logged on its INVMOV.DAT
      *            row, and rolls it into the weighted average cost
      *            that INVENTARIO.DAT keeps per CAT-CODIGO (stock
      *            below zero counts as none). Issues, adjustments and
      *            the other programs' movements carry the average
      *            cost of the moment; VALUA-INVENTARIO values the
      *            stock and the margin at that average.
      *            Alongside the stock-status report a semicolon-
      *            delimited STOCKCSV.*.CSV carries one row per product
      *            (on hand, reorder point, REORDENAR flag) under a
      *            column-heading row; it is catalogued in REPCAT.DAT
      *            as type STOCKCSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY OCSEL.
           COPY DLMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO-FILE.
           05  IV-EXISTENCIA       PIC S9(5)
                                   SIGN LEADING SEPARATE.
           05  IV-REORDEN          PIC 9(5).
           05  IV-COSTO-PROMEDIO   PIC 9(5)V9(4).

       FD  INVMOV-FILE.
       01  INVMOV-RECORD.
           05  IM-CANTIDAD         PIC S9(5)
                                   SIGN LEADING SEPARATE.
           05  IM-REFERENCIA       PIC X(10).
           05  IM-COSTO-UNITARIO   PIC 9(5)V9(4).

       FD  CATALOGO-FILE.
       COPY CATFD.

       COPY AUDITFD.
       COPY ERRFD.
       COPY OCFD.
       COPY DLMFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY OCWS.
       COPY DLMWS.

       01  WS-INV-STATUS           PIC XX.
       01  WS-MOV-STATUS           PIC XX.
       01  WS-CANTIDAD             PIC 9(5) VALUE 0.
       01  WS-VARIANZA             PIC S9(6) VALUE 0.
       01  WS-VARIANZA-ED          PIC -(5)9.
       01  WS-OC-ENTRADA-TXT       PIC X(6).
       01  WS-OC-ENTRADA-NUM REDEFINES WS-OC-ENTRADA-TXT PIC 9(6).
       01  WS-OC-PENDIENTE         PIC S9(6) VALUE 0.
       01  WS-COSTO-TXT            PIC X(7).
       01  WS-COSTO-NUM REDEFINES WS-COSTO-TXT PIC 9(5)V99.
       01  WS-COSTO-UNITARIO       PIC 9(5)V99 VALUE 0.
       01  WS-EXIST-BASE           PIC 9(5) VALUE 0.
       01  WS-INDICE               PIC 9(4) VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(4) VALUE 0.
       01  WS-CONT-REORDENAR       PIC 9(4) VALUE 0.
               10  WS-I-CODIGO     PIC 9(4).
               10  WS-I-EXIST      PIC S9(5).
               10  WS-I-REORDEN    PIC 9(5).
               10  WS-I-COSTO      PIC 9(5)V9(4).

       01  WS-DETALLE-LINE.
           05  WS-D-CODIGO         PIC 9(4).
                                       WS-I-EXIST(WS-IVX)
                                   MOVE IV-REORDEN TO
                                       WS-I-REORDEN(WS-IVX)
                                   IF IV-COSTO-PROMEDIO IS NUMERIC
                                       MOVE IV-COSTO-PROMEDIO TO
                                           WS-I-COSTO(WS-IVX)
                                   ELSE
                                       MOVE 0 TO WS-I-COSTO(WS-IVX)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE WS-I-CODIGO(WS-IVX) TO IV-CODIGO
                   MOVE WS-I-EXIST(WS-IVX) TO IV-EXISTENCIA
                   MOVE WS-I-REORDEN(WS-IVX) TO IV-REORDEN
                   MOVE WS-I-COSTO(WS-IVX) TO IV-COSTO-PROMEDIO
                   WRITE INVENTARIO-RECORD
               END-PERFORM
               CLOSE INVENTARIO-FILE.
                   MOVE WS-CODIGO TO WS-I-CODIGO(WS-IVX)
                   MOVE 0 TO WS-I-EXIST(WS-IVX)
                   MOVE 0 TO WS-I-REORDEN(WS-IVX)
                   MOVE 0 TO WS-I-COSTO(WS-IVX)
               END-IF.

           PIDE-CODIGO-Y-CANTIDAD.
                   DISPLAY "TABLA DE INVENTARIO LLENA"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ORDEN DE COMPRA (6 DIGITOS, BLANCO = SIN "
                   "ORDEN)"
               MOVE SPACES TO WS-OC-ENTRADA-TXT
               ACCEPT WS-OC-ENTRADA-TXT
               MOVE 0 TO WS-OC-INDICE
               IF WS-OC-ENTRADA-TXT NOT = SPACES
                   PERFORM LOCALIZA-PARTIDA-OC
                   IF WS-OC-INDICE = 0
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM PIDE-COSTO-UNITARIO
               SET WS-IVX TO WS-INDICE
               PERFORM PROMEDIA-COSTO
               ADD WS-CANTIDAD TO WS-I-EXIST(WS-IVX)
               MOVE "E" TO IM-TIPO
               MOVE WS-CANTIDAD TO IM-CANTIDAD
               MOVE WS-COSTO-UNITARIO TO IM-COSTO-UNITARIO
               MOVE "RECIBO" TO IM-REFERENCIA
               IF WS-OC-INDICE > 0
                   MOVE SPACES TO IM-REFERENCIA
                   STRING "OC" WS-OC-ENTRADA-TXT
                       DELIMITED BY SIZE INTO IM-REFERENCIA
                   PERFORM APLICA-RECIBO-OC
               END-IF
               PERFORM ANOTA-MOVIMIENTO
               DISPLAY "ENTRADA REGISTRADA, EXISTENCIA "
                   WS-I-EXIST(WS-IVX) " COSTO PROMEDIO "
                   WS-I-COSTO(WS-IVX).

           PIDE-COSTO-UNITARIO.
               MOVE SPACES TO WS-COSTO-TXT
               PERFORM WITH TEST AFTER
                       UNTIL WS-COSTO-TXT IS NUMERIC
                   DISPLAY "COSTO UNITARIO (7 DIGITOS, 2 DECIMALES "
                       "IMPLICITOS)"
                   ACCEPT WS-COSTO-TXT
                   IF WS-COSTO-TXT IS NOT NUMERIC
                       DISPLAY "COSTO DEBE SER NUMERICO"
                   END-IF
               END-PERFORM
               MOVE WS-COSTO-NUM TO WS-COSTO-UNITARIO.

      * COSTO PROMEDIO PONDERADO: LO QUE HAY AL COSTO PROMEDIO MAS LO
      * QUE ENTRA A SU COSTO, ENTRE EL TOTAL DE UNIDADES; UNA
      * EXISTENCIA NEGATIVA CUENTA COMO CERO
           PROMEDIA-COSTO.
               MOVE 0 TO WS-EXIST-BASE
               IF WS-I-EXIST(WS-IVX) > 0
                   MOVE WS-I-EXIST(WS-IVX) TO WS-EXIST-BASE
               END-IF
               IF WS-EXIST-BASE + WS-CANTIDAD > 0
                   COMPUTE WS-I-COSTO(WS-IVX) ROUNDED =
                       (WS-EXIST-BASE * WS-I-COSTO(WS-IVX)
                        + WS-CANTIDAD * WS-COSTO-UNITARIO)
                       / (WS-EXIST-BASE + WS-CANTIDAD)
               END-IF.

      * EL RECIBO CONTRA ORDEN SOLO SE ACEPTA SI LA ORDEN TIENE UNA
      * PARTIDA ABIERTA DEL PRODUCTO; SI NO, NADA SE REGISTRA Y EL
      * ALMACENISTA CORRIGE LA ORDEN O RECIBE SIN ORDEN
           LOCALIZA-PARTIDA-OC.
               IF WS-OC-ENTRADA-TXT IS NOT NUMERIC
                   DISPLAY "ORDEN DE COMPRA INVALIDA: "
                       WS-OC-ENTRADA-TXT
                   MOVE "OC-NUMERO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-OC-ENTRADA-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-ORDENES-COMPRA
               MOVE WS-OC-ENTRADA-NUM TO WS-OC-NUMERO-BUSCADO
               MOVE WS-CODIGO TO WS-OC-CODIGO-BUSCADO
               PERFORM BUSCA-PARTIDA-OC
               IF WS-OC-INDICE = 0
                   DISPLAY "LA ORDEN " WS-OC-ENTRADA-TXT " NO TIENE "
                       "PARTIDA ABIERTA DE " WS-CODIGO
                       "; RECIBO NO REGISTRADO"
                   MOVE "OC-NUMERO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-OC-ENTRADA-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
               END-IF.

      * LO RECIBIDO SE ACUMULA EN LA PARTIDA; AL COMPLETARSE (O
      * PASARSE) LA PARTIDA SE CIERRA. SOBRANTE Y FALTANTE SE AVISAN
      * AQUI Y QUEDAN EN EL REPORTE DE DIFERENCIAS DE ORDENES-COMPRA
           APLICA-RECIBO-OC.
               COMPUTE WS-OC-PENDIENTE = WS-OC-CANTIDAD(WS-OC-INDICE)
                   - WS-OC-RECIBIDA(WS-OC-INDICE)
               ADD WS-CANTIDAD TO WS-OC-RECIBIDA(WS-OC-INDICE)
               EVALUATE TRUE
                   WHEN WS-CANTIDAD > WS-OC-PENDIENTE
                       COMPUTE WS-VARIANZA =
                           WS-CANTIDAD - WS-OC-PENDIENTE
                       DISPLAY "SOBRANTE: SE RECIBIERON "
                           WS-VARIANZA " UNIDADES DE MAS"
                   WHEN WS-CANTIDAD < WS-OC-PENDIENTE
                       COMPUTE WS-VARIANZA =
                           WS-OC-PENDIENTE - WS-CANTIDAD
                       DISPLAY "FALTANTE: QUEDAN " WS-VARIANZA
                           " UNIDADES POR RECIBIR"
               END-EVALUATE
               IF WS-OC-RECIBIDA(WS-OC-INDICE) >=
                       WS-OC-CANTIDAD(WS-OC-INDICE)
                   MOVE "C" TO WS-OC-ESTATUS(WS-OC-INDICE)
               END-IF
               PERFORM GRABA-ORDENES-COMPRA.

           CAPTURA-SALIDA.
               PERFORM PIDE-CODIGO-Y-CANTIDAD
               END-IF
               MOVE WS-FECHA-HOY TO IM-FECHA
               MOVE WS-CODIGO TO IM-CODIGO
               IF IM-TIPO NOT = "E"
                   MOVE WS-I-COSTO(WS-IVX) TO IM-COSTO-UNITARIO
               END-IF
               WRITE INVMOV-RECORD
               CLOSE INVMOV-FILE.

               MOVE WS-VARIANZA-ED TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

           REPORTE-STOCK.
               WRITE STOCK-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO STOCK-LINE
               WRITE STOCK-LINE
               MOVE "STOCKCSV" TO WS-DLM-TIPO
               PERFORM ABRE-DELIMITADO
               STRING "CODIGO;DESCRIPCION;EXISTENCIA;PUNTO REORDEN;"
                   "BANDERA" DELIMITED BY SIZE INTO WS-DLM-RENGLON
               PERFORM ESCRIBE-TITULOS-DLM
               PERFORM VARYING WS-IVX FROM 1 BY 1
                       UNTIL WS-IVX > WS-INV-COUNT
                   PERFORM ESCRIBE-RENGLON-STOCK
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REPORTE DE EXISTENCIAS EN "
                   WS-STOCK-FILENAME
               PERFORM CIERRA-DELIMITADO.

           ESCRIBE-RENGLON-STOCK.
               ADD 1 TO WS-CONT-LISTADOS
                   MOVE SPACES TO WS-D-BANDERA
               END-IF
               MOVE WS-DETALLE-LINE TO STOCK-LINE
               WRITE STOCK-LINE
               MOVE WS-I-CODIGO(WS-IVX) TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-D-DESC TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-I-EXIST(WS-IVX) TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-I-REORDEN(WS-IVX) TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-D-BANDERA TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               PERFORM ESCRIBE-RENGLON-DLM.

           BUSCA-DESCRIPCION.
               MOVE SPACES TO WS-D-DESC
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY OCPROC.
       COPY DLMPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
