      ******************************************************************
      * Author:
      * Date:
      * Purpose:   CUSTOMER RETURNS WITH RESTOCK AND CREDIT MEMO
      * Tectonics: cobc
      * Note:      The D option takes merchandise back against a
      *            confirmed order of the company in session. The
      *            order lines come from PEDLIN.DAT and every line
      *            shows what was sold and what was already returned
      *            (DEVOL.DAT); the quantity keyed for a line cannot
      *            exceed what is still returnable. Units of the line
      *            still queued to the depot (state E in DESPACHO.DAT,
      *            not yet confirmed as shipped) are not returnable:
      *            they are also shown and held back until
      *            CONFIRMA-DESPACHOS ships them. Orders taken
      *            before the line detail existed cannot be returned
      *            here. On confirmation each returned line is logged
      *            in DEVOL.DAT under a new return number, the stock
      *            goes back to INVENTARIO.DAT with an E receipt in
      *            INVMOV.DAT referenced DEV<number>, and one abono
      *            (type A) credit memo for the unit price plus tax,
      *            net of any order coupon, is appended to
      *            TRANSACC.DAT for the posting run. The R option
      *            prints the returns register for a period (YYYYMM,
      *            default the business month) and the return rate by
      *            product (units returned against units sold in the
      *            period). The report is catalogued.
      *            The credit carries the original order's PEDnnnnnn
      *            reference and is applied to that order's open
      *            item when it posts.
      *            Each return is journaled in POLIZAS.DAT under
      *            DEV<number>: the credit without tax as sales
      *            returns (DV) and its tax (IV) against the
      *            receipts-to-apply account the posting run clears,
      *            per the DEVOLUCION rows of MAPACONT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT INVMOV-FILE ASSIGN TO "INVMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CATPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT DEVREP-REPORT ASSIGN TO DYNAMIC WS-DEVREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVREP-STATUS.
           COPY DEVSEL.
           COPY PLNSEL.
           COPY TRAPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY DSPSEL.
           COPY PZSEL.
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

       FD  INVENTARIO-FILE.
       01  INVENTARIO-RECORD.
           05  IV-CODIGO           PIC 9(4).
           05  IV-EXISTENCIA       PIC S9(5)
                                   SIGN LEADING SEPARATE.
           05  IV-REORDEN          PIC 9(5).
           05  IV-COSTO-PROMEDIO   PIC 9(5)V9(4).

       FD  INVMOV-FILE.
       01  INVMOV-RECORD.
           05  IM-FECHA            PIC 9(8).
           05  IM-CODIGO           PIC 9(4).
           05  IM-TIPO             PIC X.
           05  IM-CANTIDAD         PIC S9(5)
                                   SIGN LEADING SEPARATE.
           05  IM-REFERENCIA       PIC X(10).
           05  IM-COSTO-UNITARIO   PIC 9(5)V9(4).

       FD  CATALOGO-FILE.
       COPY CATFD.

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  DEVREP-REPORT.
       01  DEVREP-LINE             PIC X(80).

       COPY DEVFD.

       COPY PLNFD.

       COPY TRAPFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.
       COPY ERRFD.

       COPY DSPFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY TRAPWS.
       COPY FECWS.
       COPY CIAWS.
       COPY ERRWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY PLNWS.
       COPY DSPWS.
       COPY PZWS.

       01  WS-PED-STATUS           PIC XX.
       01  WS-INV-STATUS           PIC XX.
       01  WS-MOV-STATUS           PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-DEV-STATUS           PIC XX.
       01  WS-DEVREP-STATUS        PIC XX.
       01  WS-DEVREP-FILENAME      PIC X(40).

       01  WS-EOF-PED-SWITCH       PIC X VALUE "N".
           88  WS-EOF-PED          VALUE "Y".
       01  WS-EOF-INV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INV          VALUE "Y".
       01  WS-EOF-CAT-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CAT          VALUE "Y".
       01  WS-EOF-DEV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-DEV          VALUE "Y".
       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-FIN-PARTIDAS-SWITCH  PIC X VALUE "N".
           88  WS-FIN-PARTIDAS     VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-DEVUELVE         VALUE "D" "d".
           88  WS-REPORTE          VALUE "R" "r".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-CONFIRMA             PIC X.
       01  WS-PEDIDO-TXT           PIC X(6).
       01  WS-PEDIDO-NUM REDEFINES WS-PEDIDO-TXT PIC 9(6).
       01  WS-PARTIDA-TXT          PIC X(3).
       01  WS-PARTIDA-NUM REDEFINES WS-PARTIDA-TXT PIC 9(3).
       01  WS-CANT-TXT             PIC X(3).
       01  WS-CANT-NUM REDEFINES WS-CANT-TXT PIC 9(3).
       01  WS-MOTIVO               PIC X(20).
       01  WS-DISPONIBLE           PIC S9(4) VALUE 0.

      * PEDIDO QUE SE DEVUELVE
       01  WS-DV-PEDIDO            PIC 9(6) VALUE 0.
       01  WS-DV-CLIENTE           PIC X(6).
       01  WS-DV-CIA               PIC X(2).
       01  WS-DV-TOTAL-PEDIDO      PIC 9(7)V99 VALUE 0.
       01  WS-DV-BRUTO-PEDIDO      PIC 9(9)V99 VALUE 0.
       01  WS-DV-FACTOR            PIC 9V9(6) VALUE 1.
       01  WS-SIG-DEVOLUCION       PIC 9(6) VALUE 1.
       01  WS-ABONO-LINEA          PIC 9(7)V99 VALUE 0.
       01  WS-ABONO-TOTAL          PIC 9(7)V99 VALUE 0.
      * IMPUESTO CONTENIDO EN EL ABONO, PARA LA POLIZA
       01  WS-IMPUESTO-LINEA       PIC 9(7)V99 VALUE 0.
       01  WS-IMPUESTO-ABONO       PIC 9(7)V99 VALUE 0.
       01  WS-UNIDADES-DEV         PIC 9(5) VALUE 0.

      * PARTIDAS DEL PEDIDO CON LO YA DEVUELTO Y LO QUE SE DEVUELVE
      * EN ESTA CAPTURA
       01  WS-PDL-COUNT            PIC 9(3) VALUE 0.
       01  WS-PDL-TABLE.
           05  WS-PDL-ENTRY OCCURS 100 TIMES.
               10  WS-PDL-PARTIDA  PIC 9(3).
               10  WS-PDL-CODIGO   PIC 9(4).
               10  WS-PDL-VENDIDA  PIC 9(3).
               10  WS-PDL-PRECIO   PIC 9(5)V99.
               10  WS-PDL-IMPORTE  PIC 9(7)V99.
               10  WS-PDL-IMPUESTO PIC 9(7)V99.
               10  WS-PDL-PREVIA   PIC 9(4).
               10  WS-PDL-AHORA    PIC 9(3).
               10  WS-PDL-PENDIENTE PIC 9(4).
       01  WS-PDL-I                PIC 9(3) VALUE 0.
      * COMPANIA DEL PEDIDO COMO LA GRABA DESPACHO.DAT (BLANCOS = 01)
       01  WS-DV-CIA-DSP           PIC X(2).
       01  WS-PDL-INDICE           PIC 9(3) VALUE 0.

       01  WS-INV-COUNT            PIC 9(4) VALUE 0.
       01  WS-INVENTARIO-TABLE.
           05  WS-INV-ENTRY OCCURS 500 TIMES.
               10  WS-I-CODIGO     PIC 9(4).
               10  WS-I-EXIST      PIC S9(5).
               10  WS-I-REORDEN    PIC 9(5).
               10  WS-I-COSTO      PIC 9(5)V9(4).
       01  WS-INV-I                PIC 9(4) VALUE 0.
       01  WS-INV-INDICE           PIC 9(4) VALUE 0.

      * REPORTE: PERIODO Y TASA DE DEVOLUCION POR PRODUCTO
       01  WS-PERIODO-TXT          PIC X(6).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO-TXT PIC 9(6).
       01  WS-PERIODO              PIC 9(6) VALUE 0.
       01  WS-CONT-DEVUELTAS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-ABONOS         PIC 9(9)V99 VALUE 0.
       01  WS-TASA                 PIC 9(3)V9 VALUE 0.

       01  WS-TDV-COUNT            PIC 9(3) VALUE 0.
       01  WS-TDV-TABLE.
           05  WS-TDV-ENTRY OCCURS 500 TIMES.
               10  WS-TD-CODIGO    PIC 9(4).
               10  WS-TD-DESC      PIC X(20).
               10  WS-TD-VENDIDAS  PIC 9(7).
               10  WS-TD-DEVUELTAS PIC 9(7).
       01  WS-TD-I                 PIC 9(3) VALUE 0.
       01  WS-TD-INDICE            PIC 9(3) VALUE 0.
       01  WS-TD-CODIGO-BUSCADO    PIC 9(4) VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-NUMERO         PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-PEDIDO         PIC 9(6).
           05  FILLER              PIC X VALUE "/".
           05  WS-D-PARTIDA        PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CANTIDAD       PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-IMPORTE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-MOTIVO         PIC X(20).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(23) VALUE
                                   "DEVOL  FECHA    PEDIDO".
           05  FILLER              PIC X(23) VALUE
                                   "     CLIENTE PROD  CANT".
           05  FILLER              PIC X(34) VALUE
                                   "        ABONO MOTIVO".

       01  WS-TASA-LINE.
           05  WS-X-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-X-DESC           PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-X-VENDIDAS       PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-X-DEVUELTAS      PIC ZZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-X-TASA           PIC ZZ9.9.
           05  WS-X-TASA-X REDEFINES WS-X-TASA PIC X(5).
           05  FILLER              PIC X(2) VALUE " %".

       01  WS-TASA-TITULO.
           05  FILLER              PIC X(27) VALUE
                                   "PROD DESCRIPCION".
           05  FILLER              PIC X(10) VALUE "  VENDIDAS".
           05  FILLER              PIC X(10) VALUE " DEVUELTAS".
           05  FILLER              PIC X(9) VALUE "   TASA".

       01  WS-TOTAL-LINE.
           05  WS-T-ETIQUETA       PIC X(24).
           05  WS-T-CONT           PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-T-MONTO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "DEVOLUCION" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM ABRE-POLIZA
               PERFORM UNTIL WS-FIN
                   DISPLAY "D-DEVOLUCION DE PEDIDO  R-REPORTE DEL "
                       "PERIODO  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-DEVUELVE
                           PERFORM CAPTURA-DEVOLUCION
                       WHEN WS-REPORTE
                           PERFORM REPORTE-DEVOLUCIONES
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * LA DEVOLUCION SE CAPTURA COMPLETA EN MEMORIA; NADA SE ESCRIBE
      * HASTA QUE EL OPERADOR LA CONFIRMA
           CAPTURA-DEVOLUCION.
               DISPLAY "NUMERO DE PEDIDO A DEVOLVER (6 DIGITOS)"
               MOVE SPACES TO WS-PEDIDO-TXT
               ACCEPT WS-PEDIDO-TXT
               IF WS-PEDIDO-TXT IS NOT NUMERIC
                   DISPLAY "NUMERO DE PEDIDO INVALIDO: " WS-PEDIDO-TXT
                   MOVE "PD-NUMERO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-PEDIDO-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PEDIDO-NUM TO WS-DV-PEDIDO
               PERFORM BUSCA-PEDIDO
               IF NOT WS-FOUND
                   DISPLAY "PEDIDO NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL ": " WS-DV-PEDIDO
                   MOVE "PD-NUMERO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-PEDIDO-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-PARTIDAS-PEDIDO
               IF WS-PDL-COUNT = 0
                   DISPLAY "PEDIDO SIN DETALLE DE PARTIDAS EN "
                       "PEDLIN.DAT; NO SE PUEDE DEVOLVER AQUI"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-DEVUELTO-PREVIO
               PERFORM CARGA-PENDIENTE-DEPOSITO
               IF WS-DSP-LLENA
                   DISPLAY "DESPACHO.DAT EXCEDE 2000 PARTIDAS; NO SE "
                       "PUEDE VERIFICAR LO PENDIENTE EN EL DEPOSITO"
                   DISPLAY "CORRA CONFIRMA-DESPACHOS ANTES DE DEVOLVER"
                   EXIT PARAGRAPH
               END-IF
               PERFORM MUESTRA-PARTIDAS
               MOVE "N" TO WS-FIN-PARTIDAS-SWITCH
               PERFORM UNTIL WS-FIN-PARTIDAS
                   PERFORM CAPTURA-PARTIDA-DEVUELTA
               END-PERFORM
               MOVE 0 TO WS-ABONO-TOTAL
               MOVE 0 TO WS-UNIDADES-DEV
               PERFORM VARYING WS-PDL-I FROM 1 BY 1
                       UNTIL WS-PDL-I > WS-PDL-COUNT
                   IF WS-PDL-AHORA(WS-PDL-I) > 0
                       PERFORM CALCULA-ABONO-PARTIDA
                       ADD WS-ABONO-LINEA TO WS-ABONO-TOTAL
                       ADD WS-PDL-AHORA(WS-PDL-I) TO WS-UNIDADES-DEV
                   END-IF
               END-PERFORM
               IF WS-UNIDADES-DEV = 0
                   DISPLAY "NADA QUE DEVOLVER"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "MOTIVO DE LA DEVOLUCION"
               MOVE SPACES TO WS-MOTIVO
               ACCEPT WS-MOTIVO
               DISPLAY "UNIDADES A DEVOLVER  " WS-UNIDADES-DEV
               DISPLAY "ABONO AL CLIENTE     " WS-ABONO-TOTAL
                   "  (" WS-DV-CLIENTE ")"
               DISPLAY "CONFIRMA LA DEVOLUCION (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "DEVOLUCION CANCELADA"
                   EXIT PARAGRAPH
               END-IF
               PERFORM GRABA-DEVOLUCION.

           BUSCA-PEDIDO.
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE "N" TO WS-EOF-PED-SWITCH
               OPEN INPUT PEDIDOS-FILE
               IF WS-PED-STATUS NOT = "00"
                   DISPLAY "PEDIDOS.DAT NO DISPONIBLE"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-PED OR WS-FOUND
                   READ PEDIDOS-FILE
                       AT END
                           SET WS-EOF-PED TO TRUE
                       NOT AT END
                           IF PD-NUMERO = WS-DV-PEDIDO
                                   AND (PD-COMPANIA = WS-CIA-ACTUAL
                                     OR (PD-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               SET WS-FOUND TO TRUE
                               MOVE PD-CLIENTE-ID TO WS-DV-CLIENTE
                               MOVE PD-COMPANIA TO WS-DV-CIA
                               MOVE PD-TOTAL TO WS-DV-TOTAL-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-FILE.

      * EL BRUTO DEL PEDIDO (IMPORTE MAS IMPUESTO DE SUS PARTIDAS)
      * CONTRA PD-TOTAL DA EL FACTOR DEL CUPON: EL ABONO NUNCA
      * DEVUELVE MAS DE LO QUE EL CLIENTE PAGO
           CARGA-PARTIDAS-PEDIDO.
               MOVE 0 TO WS-PDL-COUNT
               MOVE 0 TO WS-DV-BRUTO-PEDIDO
               MOVE 1 TO WS-DV-FACTOR
               MOVE "N" TO WS-PLN-EOF-SWITCH
               OPEN INPUT PEDLIN-FILE
               IF WS-PLN-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-PLN-EOF
                   READ PEDLIN-FILE
                       AT END
                           SET WS-PLN-EOF TO TRUE
                       NOT AT END
                           IF LP-NUMERO = WS-DV-PEDIDO
                                   AND LP-COMPANIA = WS-DV-CIA
                                   AND WS-PDL-COUNT < 100
                               ADD 1 TO WS-PDL-COUNT
                               MOVE LP-PARTIDA TO
                                   WS-PDL-PARTIDA(WS-PDL-COUNT)
                               MOVE LP-CODIGO TO
                                   WS-PDL-CODIGO(WS-PDL-COUNT)
                               MOVE LP-CANTIDAD TO
                                   WS-PDL-VENDIDA(WS-PDL-COUNT)
                               MOVE LP-PRECIO TO
                                   WS-PDL-PRECIO(WS-PDL-COUNT)
                               MOVE LP-IMPORTE TO
                                   WS-PDL-IMPORTE(WS-PDL-COUNT)
                               MOVE LP-IMPUESTO TO
                                   WS-PDL-IMPUESTO(WS-PDL-COUNT)
                               MOVE 0 TO WS-PDL-PREVIA(WS-PDL-COUNT)
                               MOVE 0 TO WS-PDL-AHORA(WS-PDL-COUNT)
                               MOVE 0 TO
                                   WS-PDL-PENDIENTE(WS-PDL-COUNT)
                               ADD LP-IMPORTE TO WS-DV-BRUTO-PEDIDO
                               ADD LP-IMPUESTO TO WS-DV-BRUTO-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDLIN-FILE
               IF WS-DV-BRUTO-PEDIDO > 0
                       AND WS-DV-TOTAL-PEDIDO < WS-DV-BRUTO-PEDIDO
                   COMPUTE WS-DV-FACTOR ROUNDED =
                       WS-DV-TOTAL-PEDIDO / WS-DV-BRUTO-PEDIDO
               END-IF.

      * LO YA DEVUELTO DE CADA PARTIDA Y EL SIGUIENTE NUMERO DE
      * DEVOLUCION SALEN DE DEVOL.DAT
           CARGA-DEVUELTO-PREVIO.
               MOVE 1 TO WS-SIG-DEVOLUCION
               MOVE "N" TO WS-EOF-DEV-SWITCH
               OPEN INPUT DEVOL-FILE
               IF WS-DEV-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-DEV
                   READ DEVOL-FILE
                       AT END
                           SET WS-EOF-DEV TO TRUE
                       NOT AT END
                           IF DV-NUMERO IS NUMERIC
                                   AND DV-NUMERO >= WS-SIG-DEVOLUCION
                               COMPUTE WS-SIG-DEVOLUCION =
                                   DV-NUMERO + 1
                           END-IF
                           IF DV-PEDIDO = WS-DV-PEDIDO
                                   AND DV-COMPANIA = WS-DV-CIA
                               PERFORM SUMA-DEVUELTO-PREVIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVOL-FILE.

           SUMA-DEVUELTO-PREVIO.
               PERFORM VARYING WS-PDL-I FROM 1 BY 1
                       UNTIL WS-PDL-I > WS-PDL-COUNT
                   IF WS-PDL-PARTIDA(WS-PDL-I) = DV-PARTIDA
                       ADD DV-CANTIDAD TO WS-PDL-PREVIA(WS-PDL-I)
                   END-IF
               END-PERFORM.

      * UNIDADES DE CADA PARTIDA QUE SIGUEN EN LA COLA DEL DEPOSITO
      * (ESTADO E DE DESPACHO.DAT): AUN NO SALEN DEL ALMACEN, Y AL
      * CONFIRMARSE CONFIRMA-DESPACHOS LAS DESCUENTA DE LA EXISTENCIA,
      * ASI QUE NO SE PUEDEN DEVOLVER MIENTRAS TANTO
           CARGA-PENDIENTE-DEPOSITO.
               PERFORM CARGA-DESPACHOS
               MOVE WS-DV-CIA TO WS-DV-CIA-DSP
               IF WS-DV-CIA-DSP = SPACES
                   MOVE "01" TO WS-DV-CIA-DSP
               END-IF
               PERFORM VARYING WS-DSP-I FROM 1 BY 1
                       UNTIL WS-DSP-I > WS-DSP-COUNT
                   IF WS-DSP-PEDIDO(WS-DSP-I) = WS-DV-PEDIDO
                           AND WS-DSP-ESTADO(WS-DSP-I) = "E"
                           AND (WS-DSP-CIA(WS-DSP-I) = WS-DV-CIA-DSP
                             OR (WS-DSP-CIA(WS-DSP-I) = SPACES
                               AND WS-DV-CIA-DSP = "01"))
                       PERFORM SUMA-PENDIENTE-DEPOSITO
                   END-IF
               END-PERFORM.

           SUMA-PENDIENTE-DEPOSITO.
               PERFORM VARYING WS-PDL-I FROM 1 BY 1
                       UNTIL WS-PDL-I > WS-PDL-COUNT
                   IF WS-PDL-PARTIDA(WS-PDL-I) =
                           WS-DSP-PARTIDA(WS-DSP-I)
                       ADD WS-DSP-CANTIDAD(WS-DSP-I) TO
                           WS-PDL-PENDIENTE(WS-PDL-I)
                   END-IF
               END-PERFORM.

           MUESTRA-PARTIDAS.
               DISPLAY "PEDIDO " WS-DV-PEDIDO " CLIENTE "
                   WS-DV-CLIENTE " TOTAL " WS-DV-TOTAL-PEDIDO
               DISPLAY "PARTIDA PROD  VENDIDA DEVUELTA EN DEPOSITO"
                   "    PRECIO"
               PERFORM VARYING WS-PDL-I FROM 1 BY 1
                       UNTIL WS-PDL-I > WS-PDL-COUNT
                   DISPLAY "  " WS-PDL-PARTIDA(WS-PDL-I) "   "
                       WS-PDL-CODIGO(WS-PDL-I) "    "
                       WS-PDL-VENDIDA(WS-PDL-I) "     "
                       WS-PDL-PREVIA(WS-PDL-I) "       "
                       WS-PDL-PENDIENTE(WS-PDL-I) "  "
                       WS-PDL-PRECIO(WS-PDL-I)
               END-PERFORM.

           CAPTURA-PARTIDA-DEVUELTA.
               DISPLAY "PARTIDA A DEVOLVER (000 = TERMINAR)"
               MOVE SPACES TO WS-PARTIDA-TXT
               ACCEPT WS-PARTIDA-TXT
               IF WS-PARTIDA-TXT IS NOT NUMERIC
                   DISPLAY "PARTIDA INVALIDA: " WS-PARTIDA-TXT
                   EXIT PARAGRAPH
               END-IF
               IF WS-PARTIDA-NUM = 0
                   SET WS-FIN-PARTIDAS TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-PDL-INDICE
               PERFORM VARYING WS-PDL-I FROM 1 BY 1
                       UNTIL WS-PDL-I > WS-PDL-COUNT
                           OR WS-PDL-INDICE > 0
                   IF WS-PDL-PARTIDA(WS-PDL-I) = WS-PARTIDA-NUM
                       MOVE WS-PDL-I TO WS-PDL-INDICE
                   END-IF
               END-PERFORM
               IF WS-PDL-INDICE = 0
                   DISPLAY "LA PARTIDA " WS-PARTIDA-NUM
                       " NO ES DEL PEDIDO"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DISPONIBLE =
                   WS-PDL-VENDIDA(WS-PDL-INDICE)
                   - WS-PDL-PREVIA(WS-PDL-INDICE)
                   - WS-PDL-PENDIENTE(WS-PDL-INDICE)
               IF WS-DISPONIBLE < 0
                   MOVE 0 TO WS-DISPONIBLE
               END-IF
               DISPLAY "CANTIDAD A DEVOLVER (DISPONIBLE "
                   WS-DISPONIBLE ")"
               MOVE SPACES TO WS-CANT-TXT
               ACCEPT WS-CANT-TXT
               IF WS-CANT-TXT IS NOT NUMERIC
                   DISPLAY "CANTIDAD INVALIDA: " WS-CANT-TXT
                   EXIT PARAGRAPH
               END-IF
               IF WS-CANT-NUM > WS-DISPONIBLE
                   DISPLAY "NO SE PUEDE DEVOLVER MAS DE LO VENDIDO "
                       "Y YA EMBARCADO: DISPONIBLE " WS-DISPONIBLE
                   IF WS-PDL-PENDIENTE(WS-PDL-INDICE) > 0
                       DISPLAY "  " WS-PDL-PENDIENTE(WS-PDL-INDICE)
                           " UNIDADES AUN EN COLA DEL DEPOSITO"
                   END-IF
                   MOVE "DV-CANTIDAD" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CANT-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CANT-NUM TO WS-PDL-AHORA(WS-PDL-INDICE).

      * ABONO DE LA PARTIDA: PRECIO MAS LA PARTE PROPORCIONAL DEL
      * IMPUESTO COBRADO, POR EL FACTOR DE CUPON DEL PEDIDO
           CALCULA-ABONO-PARTIDA.
               COMPUTE WS-ABONO-LINEA ROUNDED =
                   (WS-PDL-AHORA(WS-PDL-I) * WS-PDL-PRECIO(WS-PDL-I)
                    + WS-PDL-IMPUESTO(WS-PDL-I)
                      * WS-PDL-AHORA(WS-PDL-I)
                      / WS-PDL-VENDIDA(WS-PDL-I))
                   * WS-DV-FACTOR.

           GRABA-DEVOLUCION.
               PERFORM RESUELVE-AUD-OPERADOR
               OPEN EXTEND DEVOL-FILE
               IF WS-DEV-STATUS = "05" OR WS-DEV-STATUS = "35"
                   CLOSE DEVOL-FILE
                   OPEN OUTPUT DEVOL-FILE
               END-IF
               MOVE 0 TO WS-IMPUESTO-ABONO
               PERFORM VARYING WS-PDL-I FROM 1 BY 1
                       UNTIL WS-PDL-I > WS-PDL-COUNT
                   IF WS-PDL-AHORA(WS-PDL-I) > 0
                       PERFORM CALCULA-ABONO-PARTIDA
                       COMPUTE WS-IMPUESTO-LINEA ROUNDED =
                           WS-PDL-IMPUESTO(WS-PDL-I)
                           * WS-PDL-AHORA(WS-PDL-I)
                           / WS-PDL-VENDIDA(WS-PDL-I)
                           * WS-DV-FACTOR
                       ADD WS-IMPUESTO-LINEA TO WS-IMPUESTO-ABONO
                       MOVE SPACES TO DEVOL-RECORD
                       MOVE WS-SIG-DEVOLUCION TO DV-NUMERO
                       MOVE WS-FECHA-HOY TO DV-FECHA
                       MOVE WS-DV-PEDIDO TO DV-PEDIDO
                       MOVE WS-PDL-PARTIDA(WS-PDL-I) TO DV-PARTIDA
                       MOVE WS-PDL-CODIGO(WS-PDL-I) TO DV-CODIGO
                       MOVE WS-PDL-AHORA(WS-PDL-I) TO DV-CANTIDAD
                       MOVE WS-ABONO-LINEA TO DV-IMPORTE
                       MOVE WS-DV-CLIENTE TO DV-CLIENTE-ID
                       MOVE WS-DV-CIA TO DV-COMPANIA
                       MOVE WS-MOTIVO TO DV-MOTIVO
                       MOVE WS-AUD-OPERADOR TO DV-OPERADOR
                       WRITE DEVOL-RECORD
                   END-IF
               END-PERFORM
               CLOSE DEVOL-FILE
               PERFORM REINGRESA-INVENTARIO
               PERFORM ABRE-ANEXO-TRANSACC
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "A" TO TRANS-TIPO
               MOVE WS-DV-CLIENTE TO TRANS-CLIENTE-ID
               MOVE WS-ABONO-TOTAL TO TRANS-MONTO
               MOVE WS-DV-CIA TO TRANS-COMPANIA
               STRING "PED" WS-DV-PEDIDO DELIMITED BY SIZE
                   INTO TRANS-REFERENCIA
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               PERFORM CIERRA-ANEXO-TRANSACC
               PERFORM ASIENTA-POLIZA-DEVOLUCION
               DISPLAY "DEVOLUCION " WS-SIG-DEVOLUCION
                   " REGISTRADA, ABONO " WS-ABONO-TOTAL.

      * POLIZA DE LA DEVOLUCION: EL ABONO SIN IMPUESTO A
      * DEVOLUCIONES SOBRE VENTAS Y SU IMPUESTO CONTRA LA PUENTE DE
      * COBRANZA QUE EL POSTEO SALDA AL APLICAR EL ABONO
           ASIENTA-POLIZA-DEVOLUCION.
               IF WS-IMPUESTO-ABONO > WS-ABONO-TOTAL
                   MOVE WS-ABONO-TOTAL TO WS-IMPUESTO-ABONO
               END-IF
               MOVE SPACES TO WS-PZ-REFERENCIA
               STRING "DEV" WS-SIG-DEVOLUCION DELIMITED BY SIZE
                   INTO WS-PZ-REFERENCIA
               MOVE "DV" TO WS-PZ-TIPO
               COMPUTE WS-PZ-MONTO = WS-ABONO-TOTAL - WS-IMPUESTO-ABONO
               PERFORM ASIENTA-POLIZA
               MOVE "IV" TO WS-PZ-TIPO
               MOVE WS-IMPUESTO-ABONO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA.

      * LA MERCANCIA VUELVE A EXISTENCIA CON UNA ENTRADA E POR
      * PARTIDA, REFERENCIADA A LA DEVOLUCION
           REINGRESA-INVENTARIO.
               PERFORM CARGA-INVENTARIO
               PERFORM VARYING WS-PDL-I FROM 1 BY 1
                       UNTIL WS-PDL-I > WS-PDL-COUNT
                   IF WS-PDL-AHORA(WS-PDL-I) > 0
                       PERFORM REINGRESA-UNA-PARTIDA
                   END-IF
               END-PERFORM
               PERFORM GRABA-INVENTARIO.

           REINGRESA-UNA-PARTIDA.
               MOVE 0 TO WS-INV-INDICE
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-INV-COUNT
                           OR WS-INV-INDICE > 0
                   IF WS-I-CODIGO(WS-INV-I) =
                           WS-PDL-CODIGO(WS-PDL-I)
                       MOVE WS-INV-I TO WS-INV-INDICE
                   END-IF
               END-PERFORM
               IF WS-INV-INDICE = 0
                   IF WS-INV-COUNT >= 500
                       DISPLAY "TABLA DE INVENTARIO LLENA, SIN "
                           "REINGRESO DE " WS-PDL-CODIGO(WS-PDL-I)
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-INV-COUNT
                   MOVE WS-INV-COUNT TO WS-INV-INDICE
                   MOVE WS-PDL-CODIGO(WS-PDL-I) TO
                       WS-I-CODIGO(WS-INV-INDICE)
                   MOVE 0 TO WS-I-EXIST(WS-INV-INDICE)
                   MOVE 0 TO WS-I-REORDEN(WS-INV-INDICE)
                   MOVE 0 TO WS-I-COSTO(WS-INV-INDICE)
               END-IF
               ADD WS-PDL-AHORA(WS-PDL-I) TO
                   WS-I-EXIST(WS-INV-INDICE)
               OPEN EXTEND INVMOV-FILE
               IF WS-MOV-STATUS = "05" OR WS-MOV-STATUS = "35"
                   CLOSE INVMOV-FILE
                   OPEN OUTPUT INVMOV-FILE
               END-IF
               MOVE SPACES TO INVMOV-RECORD
               MOVE WS-FECHA-HOY TO IM-FECHA
               MOVE WS-PDL-CODIGO(WS-PDL-I) TO IM-CODIGO
               MOVE "E" TO IM-TIPO
               MOVE WS-PDL-AHORA(WS-PDL-I) TO IM-CANTIDAD
               MOVE WS-I-COSTO(WS-INV-INDICE) TO IM-COSTO-UNITARIO
               MOVE SPACES TO IM-REFERENCIA
               STRING "DEV" WS-SIG-DEVOLUCION
                   DELIMITED BY SIZE INTO IM-REFERENCIA
               WRITE INVMOV-RECORD
               CLOSE INVMOV-FILE.

           CARGA-INVENTARIO.
               MOVE 0 TO WS-INV-COUNT
               MOVE "N" TO WS-EOF-INV-SWITCH
               OPEN INPUT INVENTARIO-FILE
               IF WS-INV-STATUS = "00"
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
                                   MOVE IV-REORDEN TO
                                       WS-I-REORDEN(WS-INV-COUNT)
                                   IF IV-COSTO-PROMEDIO IS NUMERIC
                                       MOVE IV-COSTO-PROMEDIO TO
                                           WS-I-COSTO(WS-INV-COUNT)
                                   ELSE
                                       MOVE 0 TO
                                           WS-I-COSTO(WS-INV-COUNT)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INVENTARIO-FILE
               END-IF.

           GRABA-INVENTARIO.
               OPEN OUTPUT INVENTARIO-FILE
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-INV-COUNT
                   MOVE SPACES TO INVENTARIO-RECORD
                   MOVE WS-I-CODIGO(WS-INV-I) TO IV-CODIGO
                   MOVE WS-I-EXIST(WS-INV-I) TO IV-EXISTENCIA
                   MOVE WS-I-REORDEN(WS-INV-I) TO IV-REORDEN
                   MOVE WS-I-COSTO(WS-INV-I) TO IV-COSTO-PROMEDIO
                   WRITE INVENTARIO-RECORD
               END-PERFORM
               CLOSE INVENTARIO-FILE.

      * REGISTRO DE DEVOLUCIONES DEL PERIODO Y TASA DE DEVOLUCION POR
      * PRODUCTO (UNIDADES DEVUELTAS CONTRA VENDIDAS EN EL PERIODO)
      * PARA COMPRAS
           REPORTE-DEVOLUCIONES.
               DISPLAY "INGRESA PERIODO AAAAMM (EN BLANCO = "
                   WS-FECHA-HOY(1:6) ")"
               MOVE SPACES TO WS-PERIODO-TXT
               ACCEPT WS-PERIODO-TXT
               IF WS-PERIODO-TXT = SPACES
                   MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               ELSE
                   IF WS-PERIODO-TXT IS NOT NUMERIC
                           OR WS-PERIODO-TXT(5:2) < "01"
                           OR WS-PERIODO-TXT(5:2) > "12"
                       DISPLAY "PERIODO INVALIDO: " WS-PERIODO-TXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PERIODO-NUM TO WS-PERIODO
               END-IF
               MOVE 0 TO WS-CONT-DEVUELTAS
               MOVE 0 TO WS-TOTAL-ABONOS
               MOVE 0 TO WS-TDV-COUNT
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-DEVREP-FILENAME
               STRING "DEVOL." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-DEVREP-FILENAME
               OPEN OUTPUT DEVREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE SPACES TO DEVREP-LINE
               STRING "REGISTRO DE DEVOLUCIONES DEL PERIODO "
                   WS-PERIODO DELIMITED BY SIZE INTO DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE WS-TITULO-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE "N" TO WS-EOF-DEV-SWITCH
               OPEN INPUT DEVOL-FILE
               IF WS-DEV-STATUS = "00"
                   PERFORM UNTIL WS-EOF-DEV
                       READ DEVOL-FILE
                           AT END
                               SET WS-EOF-DEV TO TRUE
                           NOT AT END
                               IF DV-FECHA IS NUMERIC
                                       AND DV-FECHA(1:6) = WS-PERIODO
                                       AND (DV-COMPANIA = WS-CIA-ACTUAL
                                         OR (DV-COMPANIA = SPACES
                                           AND WS-CIA-ACTUAL = "01"))
                                   PERFORM ESCRIBE-RENGLON-DEVOLUCION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEVOL-FILE
               END-IF
               MOVE "TOTAL DEVOLUCIONES" TO WS-T-ETIQUETA
               MOVE WS-CONT-DEVUELTAS TO WS-T-CONT
               MOVE WS-TOTAL-ABONOS TO WS-T-MONTO
               MOVE WS-TOTAL-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE
               PERFORM ACUMULA-VENDIDAS-PERIODO
               PERFORM CARGA-DESCRIPCIONES
               MOVE SPACES TO DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE "=== TASA DE DEVOLUCION POR PRODUCTO ===" TO
                   DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE WS-TASA-TITULO TO DEVREP-LINE
               WRITE DEVREP-LINE
               PERFORM VARYING WS-TD-I FROM 1 BY 1
                       UNTIL WS-TD-I > WS-TDV-COUNT
                   IF WS-TD-DEVUELTAS(WS-TD-I) > 0
                       PERFORM ESCRIBE-RENGLON-TASA
                   END-IF
               END-PERFORM
               MOVE WS-REPORTE-PIE-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE
               CLOSE DEVREP-REPORT
               MOVE "DEVOLUCIONES" TO WS-RC-TIPO
               MOVE WS-DEVREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-DEVUELTAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REGISTRO DE DEVOLUCIONES EN "
                   WS-DEVREP-FILENAME
               DISPLAY "  PARTIDAS DEVUELTAS " WS-CONT-DEVUELTAS
                   " POR " WS-TOTAL-ABONOS.

           ESCRIBE-RENGLON-DEVOLUCION.
               ADD 1 TO WS-CONT-DEVUELTAS
               ADD DV-IMPORTE TO WS-TOTAL-ABONOS
               MOVE DV-NUMERO TO WS-D-NUMERO
               MOVE DV-FECHA TO WS-D-FECHA
               MOVE DV-PEDIDO TO WS-D-PEDIDO
               MOVE DV-PARTIDA TO WS-D-PARTIDA
               MOVE DV-CLIENTE-ID TO WS-D-CLIENTE
               MOVE DV-CODIGO TO WS-D-CODIGO
               MOVE DV-CANTIDAD TO WS-D-CANTIDAD
               MOVE DV-IMPORTE TO WS-D-IMPORTE
               MOVE DV-MOTIVO TO WS-D-MOTIVO
               MOVE WS-DETALLE-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE
               MOVE DV-CODIGO TO WS-TD-CODIGO-BUSCADO
               PERFORM LOCALIZA-PRODUCTO-TASA
               IF WS-TD-INDICE > 0
                   ADD DV-CANTIDAD TO WS-TD-DEVUELTAS(WS-TD-INDICE)
               END-IF.

      * UNIDADES VENDIDAS EN EL PERIODO POR PRODUCTO, DE PEDLIN.DAT;
      * SOLO INTERESAN LOS PRODUCTOS CON DEVOLUCIONES
           ACUMULA-VENDIDAS-PERIODO.
               MOVE "N" TO WS-PLN-EOF-SWITCH
               OPEN INPUT PEDLIN-FILE
               IF WS-PLN-STATUS NOT = "00"
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
                                   AND (LP-COMPANIA = WS-CIA-ACTUAL
                                     OR (LP-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               PERFORM VARYING WS-TD-I FROM 1 BY 1
                                       UNTIL WS-TD-I > WS-TDV-COUNT
                                   IF WS-TD-CODIGO(WS-TD-I) = LP-CODIGO
                                       ADD LP-CANTIDAD TO
                                           WS-TD-VENDIDAS(WS-TD-I)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDLIN-FILE.

           LOCALIZA-PRODUCTO-TASA.
               MOVE 0 TO WS-TD-INDICE
               PERFORM VARYING WS-TD-I FROM 1 BY 1
                       UNTIL WS-TD-I > WS-TDV-COUNT
                           OR WS-TD-INDICE > 0
                   IF WS-TD-CODIGO(WS-TD-I) = WS-TD-CODIGO-BUSCADO
                       MOVE WS-TD-I TO WS-TD-INDICE
                   END-IF
               END-PERFORM
               IF WS-TD-INDICE = 0 AND WS-TDV-COUNT < 500
                   ADD 1 TO WS-TDV-COUNT
                   MOVE WS-TDV-COUNT TO WS-TD-INDICE
                   MOVE WS-TD-CODIGO-BUSCADO TO
                       WS-TD-CODIGO(WS-TD-INDICE)
                   MOVE SPACES TO WS-TD-DESC(WS-TD-INDICE)
                   MOVE 0 TO WS-TD-VENDIDAS(WS-TD-INDICE)
                   MOVE 0 TO WS-TD-DEVUELTAS(WS-TD-INDICE)
               END-IF.

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
                           PERFORM VARYING WS-TD-I FROM 1 BY 1
                                   UNTIL WS-TD-I > WS-TDV-COUNT
                               IF WS-TD-CODIGO(WS-TD-I) = CAT-CODIGO
                                   MOVE CAT-DESCRIPCION TO
                                       WS-TD-DESC(WS-TD-I)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE.

      * UN PRODUCTO DEVUELTO SIN VENTAS EN EL PERIODO (VENDIDO ANTES)
      * NO TIENE TASA; SE MARCA N/D
           ESCRIBE-RENGLON-TASA.
               MOVE WS-TD-CODIGO(WS-TD-I) TO WS-X-CODIGO
               MOVE WS-TD-DESC(WS-TD-I) TO WS-X-DESC
               MOVE WS-TD-VENDIDAS(WS-TD-I) TO WS-X-VENDIDAS
               MOVE WS-TD-DEVUELTAS(WS-TD-I) TO WS-X-DEVUELTAS
               IF WS-TD-VENDIDAS(WS-TD-I) > 0
                   COMPUTE WS-TASA ROUNDED =
                       WS-TD-DEVUELTAS(WS-TD-I) * 100
                       / WS-TD-VENDIDAS(WS-TD-I)
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-TASA
                   END-COMPUTE
                   MOVE WS-TASA TO WS-X-TASA
               ELSE
                   MOVE "  N/D" TO WS-X-TASA-X
               END-IF
               MOVE WS-TASA-LINE TO DEVREP-LINE
               WRITE DEVREP-LINE.

       COPY TRAPPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY DSPPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
