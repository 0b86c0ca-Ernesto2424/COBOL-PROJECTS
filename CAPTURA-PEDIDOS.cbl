      *            keyed before confirming: it must belong to the
      *            customer, be unused and unexpired, takes 10 off
      *            the total and is burned when the order is
      *            written. Every line is taxed at the rate of its
      *            product's tax class (IMPUESTO.CTL; blank class =
      *            exempt) and the tax shows apart on the line and the
      *            order; the cargo and PD-TOTAL carry the total with
      *            tax, and PEDIDOS.DAT keeps the taxable and exempt
      *            amounts and the tax for the monthly tax report. The
      *            coupon discount reduces taxable, exempt and tax in
      *            proportion. A product whose class has no rate is
      *            refused. Every line of a confirmed order is saved
      *            in PEDLIN.DAT under its PD-NUMERO (code, quantity,
      *            unit price, extended amount and tax) for the sales
      *            analysis; an order takes at most 100 lines. The R
      *            option prints the day's order register and ties
      *            the order total to the cargos of the day's
      *            register file (archived or still pending). A
      *            line asking for more than the stock on hand in
      *            INVENTARIO.DAT (less what earlier lines of the same
      *            order already took) ships only what is on hand;
      *            with the clerk's consent the short quantity goes to
      *            BACKORD.DAT by customer, order and product at the
      *            order's price and tax rate, and the order bills
      *            only what ships. SURTE-PENDIENTES fills and bills
      *            the backorders as stock arrives. The coupon
      *            discount applies to the shipped part only. Every
      *            order names the salesperson who made the sale: an
      *            EMP-ID of EMPLOYEE.DAT in the company in session,
      *            kept on the order, its lines and its backorders as
      *            the basis of the monthly sales commission.
      *            The order's cargo carries PEDnnnnnn as its
      *            reference, so it stays an open item customers can
      *            pay by order number.
      *            Each billed order is journaled in POLIZAS.DAT under
      *            its PEDnnnnnn reference: the sale without tax (VT)
      *            and the tax (IV) against orders to bill, per the
      *            PEDIDOS rows of MAPACONT.DAT.
      *            A customer with loyalty points in PUNTOS.DAT (see
      *            PTPROC) can redeem them as a discount line after
      *            the coupon, at the point value in PUNTOS.PRM and up
      *            to the order's subtotal; the discount reduces
      *            taxable, exempt and tax in proportion, the points
      *            are consumed when the order is written and the
      *            order row keeps the points and their value.
      *            Stock does not leave at order entry: every
      *            shipped line of a confirmed order goes to the depot
      *            as a pick message in MSGQUEUE.DAT (queue layout,
      *            next sequence number, VARCOMP checksum, state P)
      *            and is logged in DESPACHO.DAT as sent. The S issue
      *            in INVMOV.DAT is made by CONFIRMA-DESPACHOS when the
      *            depot acknowledges the message. Units already sent
      *            and not yet confirmed are not offered again.
      *            Before anything is written the order must fit in
      *            the depot files: a free queue sequence and a
      *            DESPACHO.DAT slot (2000 at most) for every shipped
      *            line. Otherwise the whole order is refused and
      *            nothing is billed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENTE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "CATPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT MSGQUEUE-FILE ASSIGN TO "MSGQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT CUPONES-FILE ASSIGN TO "CUPONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUPON-STATUS.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY PRXSEL.
           COPY IMPSEL.
           COPY PLNSEL.
           COPY BOSEL.
           COPY PZSEL.
           COPY PTSEL.
           COPY DSPSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  CATALOGO-FILE.
       COPY CATFD.

           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  PEDIDOS-FILE.
       01  PEDIDO-RECORD.
           05  PD-PARTIDAS         PIC 9(3).
           05  PD-TOTAL            PIC 9(7)V99.
           05  PD-COMPANIA         PIC X(2).
           05  PD-GRAVADO          PIC 9(7)V99.
           05  PD-EXENTO           PIC 9(7)V99.
           05  PD-IMPUESTO         PIC 9(7)V99.
           05  PD-VENDEDOR         PIC X(6).
           05  PD-PUNTOS           PIC 9(7).
           05  PD-DESC-PUNTOS      PIC 9(7)V99.

       FD  INVENTARIO-FILE.
       01  INVENTARIO-RECORD.
           05  IV-EXISTENCIA       PIC S9(5)
                                   SIGN LEADING SEPARATE.
           05  IV-REORDEN          PIC 9(5).
           05  IV-COSTO-PROMEDIO   PIC 9(5)V9(4).

       FD  MSGQUEUE-FILE.
       01  MENSAJE-RECORD.
           05  MQ-SECUENCIA        PIC 9(4).
           05  MQ-TEXTO            PIC X(11).
           05  MQ-CHECKSUM         PIC 99.
           05  MQ-ESTADO           PIC X.

       FD  CUPONES-FILE.
       01  CUPON-RECORD.
       COPY AUDITFD.
       COPY ERRFD.
       COPY PRXFD.
       COPY IMPFD.
       COPY PLNFD.
       COPY BOFD.

       COPY PZFD.

       COPY PTFD.

       COPY DSPFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.

       01  WS-CLIENTE-STATUS       PIC XX.
       01  WS-CAT-STATUS           PIC XX.
       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-PED-STATUS           PIC XX.
       01  WS-ARCH-STATUS          PIC XX.
           88  WS-EOF-ARCH         VALUE "Y".
       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-VEND-EXISTE-SWITCH   PIC X VALUE "N".
           88  WS-VEND-EXISTE      VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-PEDIDO           VALUE "P" "p".

       01  WS-FECHA-HOY            PIC 9(8).
       01  CLIENTE-ID              PIC X(6).
       01  WS-VENDEDOR             PIC X(6).
       01  WS-VEND-NOMBRE          PIC X(20).
       01  WS-CODIGO-TXT           PIC X(4).
       01  WS-CODIGO               PIC 9(4) VALUE 0.
       01  WS-CANT-TXT             PIC X(3).
       01  WS-PRECIO-LINEA         PIC 9(5)V99 VALUE 0.
       01  WS-IMPORTE-LINEA        PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-PEDIDO         PIC 9(7)V99 VALUE 0.

      * IMPUESTO SOBRE VENTAS: POR PARTIDA A LA TASA DE LA CLASE DEL
      * PRODUCTO; EL PEDIDO ACUMULA GRAVADO, EXENTO E IMPUESTO
       01  WS-IMPUESTO-LINEA       PIC 9(7)V99 VALUE 0.
       01  WS-IMPUESTO-PEDIDO      PIC 9(7)V99 VALUE 0.
       01  WS-GRAVADO-PEDIDO       PIC 9(7)V99 VALUE 0.
       01  WS-EXENTO-PEDIDO        PIC 9(7)V99 VALUE 0.
       01  WS-DESC-GRAVADO         PIC 9(7)V99 VALUE 0.
       01  WS-DESC-IMPUESTO        PIC 9(7)V99 VALUE 0.
       01  WS-GRAN-TOTAL-PEDIDO    PIC 9(7)V99 VALUE 0.
       COPY IMPWS.
       COPY PLNWS.
       COPY BOWS.
       COPY PZWS.
       COPY PTWS.
       COPY DSPWS.
      * CANJE DE PUNTOS DEL PEDIDO EN CURSO
       01  WS-PT-CANJE-TXT         PIC X(7).
       01  WS-DESC-PUNTOS          PIC 9(7)V99 VALUE 0.
       01  WS-PARTIDAS             PIC 9(3) VALUE 0.
       01  WS-RESPUESTA            PIC X.
       01  WS-SIG-PEDIDO           PIC 9(6) VALUE 1.
               10  WS-T-DESC       PIC X(30).
               10  WS-T-PRECIO     PIC 9(5)V99.
               10  WS-T-ESTATUS    PIC X.
               10  WS-T-CLASE      PIC X(2).
       01  WS-PROD-HALLADO-SWITCH  PIC X VALUE "N".
           88  WS-PROD-HALLADO     VALUE "Y".
       COPY PRXWS.

      * PARTIDAS DEL PEDIDO EN CURSO, PARA LOS MENSAJES AL DEPOSITO
      * Y EL DETALLE EN PEDLIN.DAT AL CONFIRMAR
       01  WS-INV-STATUS           PIC XX.
       01  WS-MSG-STATUS           PIC XX.
       01  WS-EOF-MSG-SWITCH       PIC X VALUE "N".
           88  WS-EOF-MSG          VALUE "Y".
       01  WS-SIG-SECUENCIA        PIC 9(4) VALUE 0.
       01  WS-CONT-ENVIADAS        PIC 9(3) VALUE 0.
      * PARTIDAS QUE SE EMBARCAN: CADA UNA OCUPA UNA SECUENCIA DE LA
      * COLA Y UN RENGLON DE DESPACHO.DAT
       01  WS-CONT-POR-ENVIAR      PIC 9(3) VALUE 0.
       01  WS-CUPO-DEPOSITO-SWITCH PIC X VALUE "N".
           88  WS-CUPO-DEPOSITO    VALUE "Y".
       01  WS-EOF-INV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INV          VALUE "Y".
       01  WS-LIN-COUNT            PIC 9(3) VALUE 0.
       01  WS-LINEAS-TABLE.
           05  WS-LIN-ENTRY OCCURS 100 TIMES.
               10  WS-LN-CODIGO    PIC 9(4).
               10  WS-LN-CANTIDAD  PIC 9(3).
               10  WS-LN-PRECIO    PIC 9(5)V99.
               10  WS-LN-IMPORTE   PIC 9(7)V99.
               10  WS-LN-IMPUESTO  PIC 9(7)V99.
               10  WS-LN-PENDIENTE PIC 9(3).
               10  WS-LN-CLASE     PIC X(2).
               10  WS-LN-TASA      PIC 9(2)V9(4).
       01  WS-LIN-I                PIC 9(3) VALUE 0.

      * FALTANTE DE EXISTENCIA: LO QUE NO HAY SE SURTE DESPUES
       01  WS-DISPONIBLE           PIC S9(5) VALUE 0.
       01  WS-PENDIENTE            PIC 9(3) VALUE 0.
       01  WS-PENDIENTES-PEDIDO    PIC 9(3) VALUE 0.
       01  WS-INV-COUNT            PIC 9(4) VALUE 0.
       01  WS-INVENTARIO-TABLE.
           05  WS-INV-ENTRY OCCURS 500 TIMES.
               10  WS-I-CODIGO     PIC 9(4).
               10  WS-I-EXIST      PIC S9(5).
               10  WS-I-REORDEN    PIC 9(5).
               10  WS-I-COSTO      PIC 9(5)V9(4).
       01  WS-INV-I                PIC 9(4) VALUE 0.
       01  WS-INV-INDICE           PIC 9(4) VALUE 0.

           05  WS-D-PARTIDAS       PIC ZZ9.
           05  FILLER              PIC X(7) VALUE " TOTAL ".
           05  WS-D-TOTAL          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(5) VALUE " IMP ".
           05  WS-D-IMPUESTO       PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
           MAIN.
               END-IF
               PERFORM CARGA-CATALOGO
               PERFORM CARGA-PRECIOS
               PERFORM CARGA-IMPUESTOS
               PERFORM CARGA-PARAM-PUNTOS
               PERFORM CARGA-SIGUIENTE-PEDIDO
               PERFORM ABRE-POLIZA
               PERFORM UNTIL WS-FIN
                   DISPLAY "P-PEDIDO NUEVO  R-REGISTRO DEL DIA  "
                       "S-SALIR"
                                       WS-T-PRECIO(WS-IDX)
                                   MOVE CAT-ESTATUS TO
                                       WS-T-ESTATUS(WS-IDX)
                                   MOVE CAT-CLASE-IMP TO
                                       WS-T-CLASE(WS-IDX)
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "INGRESA EMP-ID DEL VENDEDOR"
               MOVE SPACES TO WS-VENDEDOR
               ACCEPT WS-VENDEDOR
               PERFORM BUSCA-VENDEDOR
               IF NOT WS-VEND-EXISTE
                   DISPLAY "VENDEDOR NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL ": " WS-VENDEDOR
                   MOVE "PD-VENDEDOR" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-VENDEDOR TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "VENDEDOR: " WS-VEND-NOMBRE
               MOVE 0 TO WS-TOTAL-PEDIDO
               MOVE 0 TO WS-IMPUESTO-PEDIDO
               MOVE 0 TO WS-GRAVADO-PEDIDO
               MOVE 0 TO WS-EXENTO-PEDIDO
               MOVE 0 TO WS-PARTIDAS
               MOVE 0 TO WS-LIN-COUNT
               MOVE 0 TO WS-PENDIENTES-PEDIDO
               PERFORM CARGA-INVENTARIO
               PERFORM CARGA-DESPACHOS
               PERFORM CAPTURA-PARTIDAS
               IF WS-LIN-COUNT = 0
                   DISPLAY "PEDIDO SIN PARTIDAS, NADA GRABADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PREGUNTA-CUPON
               PERFORM PREGUNTA-PUNTOS
               COMPUTE WS-GRAN-TOTAL-PEDIDO =
                   WS-TOTAL-PEDIDO + WS-IMPUESTO-PEDIDO
               DISPLAY "SUBTOTAL: " WS-TOTAL-PEDIDO
                   " IMPUESTO: " WS-IMPUESTO-PEDIDO
               IF WS-PENDIENTES-PEDIDO > 0
                   DISPLAY WS-PENDIENTES-PEDIDO " PARTIDAS QUEDAN "
                       "PENDIENTES DE SURTIR; SE FACTURAN AL SURTIRSE"
               END-IF
               DISPLAY "TOTAL DEL PEDIDO: " WS-GRAN-TOTAL-PEDIDO
                   " (" WS-PARTIDAS " PARTIDAS). CONFIRMAS (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                   PERFORM VERIFICA-CUPO-DEPOSITO
                   IF WS-CUPO-DEPOSITO
                       PERFORM GRABA-PEDIDO
                   ELSE
                       DISPLAY "PEDIDO RECHAZADO, NADA GRABADO"
                   END-IF
               ELSE
                   DISPLAY "PEDIDO CANCELADO, NADA GRABADO"
               END-IF.
               END-PERFORM.

           CAPTURA-UNA-PARTIDA.
               IF WS-LIN-COUNT >= 100
                   DISPLAY "PEDIDO LLENO (100 PARTIDAS); TERMINA CON "
                       "0000 Y CAPTURA OTRO PEDIDO"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CODIGO-TXT IS NOT NUMERIC
                   DISPLAY "CODIGO DEBE SER NUMERICO DE 4"
                   EXIT PARAGRAPH
                   DISPLAY "CANTIDAD CERO, PARTIDA IGNORADA"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-T-CLASE(WS-IDX) TO WS-IMP-CLASE-BUSCADA
               PERFORM BUSCA-TASA-IMPUESTO
               IF NOT WS-IMP-HALLADA
                   DISPLAY "CLASE DE IMPUESTO " WS-IMP-CLASE-BUSCADA
                       " SIN TASA, PRODUCTO NO SE PUEDE VENDER: "
                       WS-CODIGO
                   MOVE "CAT-CLASE-IMP" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-IMP-CLASE-BUSCADA TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               PERFORM OBTIENE-PRECIO-VIGENTE
               PERFORM SEPARA-FALTANTE
               IF WS-CANTIDAD = 0 AND WS-PENDIENTE = 0
                   DISPLAY "SIN EXISTENCIA NI PENDIENTE, PARTIDA "
                       "IGNORADA"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IMPORTE-LINEA =
                   WS-CANTIDAD * WS-PRECIO-LINEA
               COMPUTE WS-IMPUESTO-LINEA ROUNDED =
                   WS-IMPORTE-LINEA * WS-IMP-TASA-VIGENTE / 100
               ADD WS-IMPORTE-LINEA TO WS-TOTAL-PEDIDO
               ADD WS-IMPUESTO-LINEA TO WS-IMPUESTO-PEDIDO
               IF WS-T-CLASE(WS-IDX) = SPACES
                   ADD WS-IMPORTE-LINEA TO WS-EXENTO-PEDIDO
               ELSE
                   ADD WS-IMPORTE-LINEA TO WS-GRAVADO-PEDIDO
               END-IF
               IF WS-CANTIDAD > 0
                   ADD 1 TO WS-PARTIDAS
               END-IF
               IF WS-PENDIENTE > 0
                   ADD 1 TO WS-PENDIENTES-PEDIDO
               END-IF
               ADD 1 TO WS-LIN-COUNT
               MOVE WS-CODIGO TO WS-LN-CODIGO(WS-LIN-COUNT)
               MOVE WS-CANTIDAD TO WS-LN-CANTIDAD(WS-LIN-COUNT)
               MOVE WS-PRECIO-LINEA TO WS-LN-PRECIO(WS-LIN-COUNT)
               MOVE WS-IMPORTE-LINEA TO WS-LN-IMPORTE(WS-LIN-COUNT)
               MOVE WS-IMPUESTO-LINEA TO
                   WS-LN-IMPUESTO(WS-LIN-COUNT)
               MOVE WS-PENDIENTE TO WS-LN-PENDIENTE(WS-LIN-COUNT)
               MOVE WS-T-CLASE(WS-IDX) TO WS-LN-CLASE(WS-LIN-COUNT)
               MOVE WS-IMP-TASA-VIGENTE TO WS-LN-TASA(WS-LIN-COUNT)
               DISPLAY "  " WS-T-DESC(WS-IDX) " X " WS-CANTIDAD
                   " A " WS-PRECIO-LINEA " = " WS-IMPORTE-LINEA
                   " IMP " WS-IMPUESTO-LINEA.

      * LO DISPONIBLE ES LA EXISTENCIA MENOS LO ENVIADO AL DEPOSITO
      * SIN CONFIRMAR Y LO QUE YA TOMARON LAS PARTIDAS ANTERIORES
      * DEL MISMO PEDIDO; SI NO ALCANZA, SE SURTE
      * LO QUE HAY Y EL RESTO QUEDA PENDIENTE SI EL CLIENTE LO ACEPTA
           SEPARA-FALTANTE.
               MOVE 0 TO WS-PENDIENTE
               MOVE 0 TO WS-DISPONIBLE
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-INV-COUNT
                   IF WS-I-CODIGO(WS-INV-I) = WS-CODIGO
                       MOVE WS-I-EXIST(WS-INV-I) TO WS-DISPONIBLE
                   END-IF
               END-PERFORM
               MOVE WS-CODIGO TO WS-DSP-CODIGO-BUSCADO
               PERFORM SUMA-COMPROMETIDO-DSP
               SUBTRACT WS-DSP-COMPROMETIDO FROM WS-DISPONIBLE
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   IF WS-LN-CODIGO(WS-LIN-I) = WS-CODIGO
                       SUBTRACT WS-LN-CANTIDAD(WS-LIN-I) FROM
                           WS-DISPONIBLE
                   END-IF
               END-PERFORM
               IF WS-DISPONIBLE < 0
                   MOVE 0 TO WS-DISPONIBLE
               END-IF
               IF WS-CANTIDAD <= WS-DISPONIBLE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PENDIENTE = WS-CANTIDAD - WS-DISPONIBLE
               MOVE WS-DISPONIBLE TO WS-CANTIDAD
               DISPLAY "EXISTENCIA INSUFICIENTE: SE SURTEN "
                   WS-CANTIDAD " Y FALTAN " WS-PENDIENTE
               DISPLAY "DEJAR EL FALTANTE PENDIENTE DE SURTIR (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   MOVE 0 TO WS-PENDIENTE
               END-IF.

      * EL PRECIO DE LA PARTIDA ES EL RENGLON FECHADO EN VIGOR EN
      * LA FECHA DE NEGOCIO; SIN RENGLON, EL PRECIO BASE DEL
                   CLOSE CLIENTE-MASTER
               END-IF.

      * EL VENDEDOR ES UN EMPLEADO DE LA COMPANIA EN SESION
           BUSCA-VENDEDOR.
               MOVE "N" TO WS-VEND-EXISTE-SWITCH
               MOVE "N" TO WS-EOF-EMP-SWITCH
               MOVE SPACES TO WS-VEND-NOMBRE
               IF WS-VENDEDOR = SPACES
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-EMP OR WS-VEND-EXISTE
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND EMP-ID = WS-VENDEDOR
                                   AND (EMP-COMPANIA =
                                       WS-CIA-ACTUAL
                                     OR (EMP-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               SET WS-VEND-EXISTE TO TRUE
                               MOVE EMP-NOMBRE TO WS-VEND-NOMBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

      * EL PEDIDO CONFIRMADO FACTURA POR EL ACUMULADOR: UN CARGO EN
      * TRANSACC.DAT POR EL TOTAL, MAS SU RENGLON EN PEDIDOS.DAT
           GRABA-PEDIDO.
               IF WS-GRAN-TOTAL-PEDIDO > 0
                   PERFORM ABRE-ANEXO-TRANSACC
                   MOVE SPACES TO TRANS-RECORD
                   MOVE WS-FECHA-HOY TO TRANS-FECHA
                   MOVE "C" TO TRANS-TIPO
                   MOVE CLIENTE-ID TO TRANS-CLIENTE-ID
                   MOVE WS-GRAN-TOTAL-PEDIDO TO TRANS-MONTO
                   MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
                   STRING "PED" WS-SIG-PEDIDO DELIMITED BY SIZE
                       INTO TRANS-REFERENCIA
                   PERFORM ANEXA-MOVIMIENTO-TRANSACC
                   PERFORM CIERRA-ANEXO-TRANSACC
                   PERFORM ASIENTA-POLIZA-PEDIDO
               END-IF
               OPEN EXTEND PEDIDOS-FILE
               IF WS-PED-STATUS = "05" OR WS-PED-STATUS = "35"
                   CLOSE PEDIDOS-FILE
               MOVE WS-FECHA-HOY TO PD-FECHA
               MOVE CLIENTE-ID TO PD-CLIENTE-ID
               MOVE WS-PARTIDAS TO PD-PARTIDAS
               MOVE WS-GRAN-TOTAL-PEDIDO TO PD-TOTAL
               MOVE WS-CIA-ACTUAL TO PD-COMPANIA
               MOVE WS-GRAVADO-PEDIDO TO PD-GRAVADO
               MOVE WS-EXENTO-PEDIDO TO PD-EXENTO
               MOVE WS-IMPUESTO-PEDIDO TO PD-IMPUESTO
               MOVE WS-VENDEDOR TO PD-VENDEDOR
               MOVE WS-PT-POR-REDIMIR TO PD-PUNTOS
               MOVE WS-DESC-PUNTOS TO PD-DESC-PUNTOS
               WRITE PEDIDO-RECORD
               CLOSE PEDIDOS-FILE
               PERFORM GRABA-PARTIDAS-PEDIDO
               IF WS-PENDIENTES-PEDIDO > 0
                   PERFORM GRABA-PENDIENTES-PEDIDO
               END-IF
               IF WS-CUPON-VALIDO
                   PERFORM QUEMA-CUPON
               END-IF
               IF WS-PT-POR-REDIMIR > 0
                   MOVE SPACES TO WS-PT-REFERENCIA
                   STRING "PED" WS-SIG-PEDIDO DELIMITED BY SIZE
                       INTO WS-PT-REFERENCIA
                   PERFORM REDIME-PUNTOS
                   DISPLAY WS-PT-TOMADOS " PUNTOS CANJEADOS"
               END-IF
               PERFORM ENVIA-AL-DEPOSITO
               DISPLAY "PEDIDO " WS-SIG-PEDIDO " FACTURADO POR "
                   WS-GRAN-TOTAL-PEDIDO " (IMPUESTO "
                   WS-IMPUESTO-PEDIDO ")"
               ADD 1 TO WS-SIG-PEDIDO.

      * ANTES DE COBRAR: TODAS LAS PARTIDAS QUE SE EMBARCAN DEBEN
      * CABER EN LA COLA (SECUENCIA HASTA 9999) Y EN DESPACHO.DAT
      * (2000 RENGLONES), SI NO EL PEDIDO ENTERO SE RECHAZA
           VERIFICA-CUPO-DEPOSITO.
               MOVE "N" TO WS-CUPO-DEPOSITO-SWITCH
               MOVE 0 TO WS-CONT-POR-ENVIAR
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   IF WS-LN-CANTIDAD(WS-LIN-I) > 0
                       ADD 1 TO WS-CONT-POR-ENVIAR
                   END-IF
               END-PERFORM
               PERFORM BUSCA-SIGUIENTE-SECUENCIA
               IF WS-DSP-LLENA
                       OR WS-DSP-COUNT + WS-CONT-POR-ENVIAR > 2000
                   DISPLAY "DESPACHO.DAT SIN LUGAR PARA LAS "
                       WS-CONT-POR-ENVIAR " PARTIDAS DEL PEDIDO; "
                       "CORRA CONFIRMA-DESPACHOS PARA DEPURARLO"
                   MOVE "DSP-SECUENCIA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-SIG-PEDIDO TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               IF WS-SIG-SECUENCIA + WS-CONT-POR-ENVIAR > 9999
                   DISPLAY "COLA SIN SECUENCIAS LIBRES PARA LAS "
                       WS-CONT-POR-ENVIAR " PARTIDAS DEL PEDIDO"
                   MOVE "MQ-SECUENCIA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-SIG-PEDIDO TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               SET WS-CUPO-DEPOSITO TO TRUE.

      * POLIZA DEL PEDIDO: VENTA SIN IMPUESTO E IMPUESTO TRASLADADO
      * CONTRA PEDIDOS POR FACTURAR, QUE SALDA EL CARGO AL POSTEARSE
           ASIENTA-POLIZA-PEDIDO.
               MOVE SPACES TO WS-PZ-REFERENCIA
               STRING "PED" WS-SIG-PEDIDO DELIMITED BY SIZE
                   INTO WS-PZ-REFERENCIA
               MOVE "VT" TO WS-PZ-TIPO
               COMPUTE WS-PZ-MONTO =
                   WS-GRAN-TOTAL-PEDIDO - WS-IMPUESTO-PEDIDO
               PERFORM ASIENTA-POLIZA
               MOVE "IV" TO WS-PZ-TIPO
               MOVE WS-IMPUESTO-PEDIDO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA.

      * DETALLE DEL PEDIDO: UN RENGLON POR PARTIDA EN PEDLIN.DAT CON
      * LA LLAVE DEL PEDIDO, PARA ANALISIS DE VENTAS Y DEVOLUCIONES
           GRABA-PARTIDAS-PEDIDO.
               OPEN EXTEND PEDLIN-FILE
               IF WS-PLN-STATUS = "05" OR WS-PLN-STATUS = "35"
                   CLOSE PEDLIN-FILE
                   OPEN OUTPUT PEDLIN-FILE
               END-IF
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   IF WS-LN-CANTIDAD(WS-LIN-I) > 0
                       MOVE SPACES TO PEDLIN-RECORD
                       MOVE WS-SIG-PEDIDO TO LP-NUMERO
                       MOVE WS-LIN-I TO LP-PARTIDA
                       MOVE WS-FECHA-HOY TO LP-FECHA
                       MOVE CLIENTE-ID TO LP-CLIENTE-ID
                       MOVE WS-CIA-ACTUAL TO LP-COMPANIA
                       MOVE WS-LN-CODIGO(WS-LIN-I) TO LP-CODIGO
                       MOVE WS-LN-CANTIDAD(WS-LIN-I) TO LP-CANTIDAD
                       MOVE WS-LN-PRECIO(WS-LIN-I) TO LP-PRECIO
                       MOVE WS-LN-IMPORTE(WS-LIN-I) TO LP-IMPORTE
                       MOVE WS-LN-IMPUESTO(WS-LIN-I) TO LP-IMPUESTO
                       MOVE WS-VENDEDOR TO LP-VENDEDOR
                       WRITE PEDLIN-RECORD
                   END-IF
               END-PERFORM
               CLOSE PEDLIN-FILE.

      * FALTANTES DEL PEDIDO A BACKORD.DAT, CON LA MISMA PARTIDA QUE
      * TENDRIA EN PEDLIN.DAT, PARA SURTIRSE CUANDO LLEGUE MERCANCIA
           GRABA-PENDIENTES-PEDIDO.
               OPEN EXTEND PENDIENTES-FILE
               IF WS-BO-STATUS = "05" OR WS-BO-STATUS = "35"
                   CLOSE PENDIENTES-FILE
                   OPEN OUTPUT PENDIENTES-FILE
               END-IF
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   IF WS-LN-PENDIENTE(WS-LIN-I) > 0
                       MOVE SPACES TO PENDIENTE-RECORD
                       MOVE WS-SIG-PEDIDO TO BO-PEDIDO
                       MOVE WS-LIN-I TO BO-PARTIDA
                       MOVE WS-FECHA-HOY TO BO-FECHA
                       MOVE CLIENTE-ID TO BO-CLIENTE-ID
                       MOVE WS-CIA-ACTUAL TO BO-COMPANIA
                       MOVE WS-LN-CODIGO(WS-LIN-I) TO BO-CODIGO
                       MOVE WS-LN-PENDIENTE(WS-LIN-I) TO BO-CANTIDAD
                       MOVE 0 TO BO-SURTIDA
                       MOVE WS-LN-PRECIO(WS-LIN-I) TO BO-PRECIO
                       MOVE WS-LN-CLASE(WS-LIN-I) TO BO-CLASE-IMP
                       MOVE WS-LN-TASA(WS-LIN-I) TO BO-TASA
                       MOVE "A" TO BO-ESTATUS
                       MOVE 0 TO BO-FECHA-SURTIDO
                       MOVE WS-VENDEDOR TO BO-VENDEDOR
                       WRITE PENDIENTE-RECORD
                   END-IF
               END-PERFORM
               CLOSE PENDIENTES-FILE.

      * CADA PARTIDA QUE SE EMBARCA VA AL DEPOSITO COMO MENSAJE DE
      * SURTIDO EN MSGQUEUE.DAT (ESTADO P, LO VALIDA VARCOMP) CON LA
      * SIGUIENTE SECUENCIA DE LA COLA, Y QUEDA ENVIADA EN
      * DESPACHO.DAT; LA SALIDA DE INVENTARIO SE HACE AL CONFIRMAR
           ENVIA-AL-DEPOSITO.
               PERFORM BUSCA-SIGUIENTE-SECUENCIA
               MOVE 0 TO WS-CONT-ENVIADAS
               OPEN EXTEND MSGQUEUE-FILE
               IF WS-MSG-STATUS = "05" OR WS-MSG-STATUS = "35"
                   CLOSE MSGQUEUE-FILE
                   OPEN OUTPUT MSGQUEUE-FILE
               END-IF
               OPEN EXTEND DESPACHO-FILE
               IF WS-DSP-STATUS = "05" OR WS-DSP-STATUS = "35"
                   CLOSE DESPACHO-FILE
                   OPEN OUTPUT DESPACHO-FILE
               END-IF
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   IF WS-LN-CANTIDAD(WS-LIN-I) > 0
                       PERFORM ENVIA-UNA-PARTIDA
                   END-IF
               END-PERFORM
               CLOSE DESPACHO-FILE
               CLOSE MSGQUEUE-FILE
               DISPLAY WS-CONT-ENVIADAS " PARTIDAS ENVIADAS AL "
                   "DEPOSITO PARA SURTIRSE".

      * EL CUPO EN LA COLA Y EN DESPACHO.DAT YA LO ASEGURO
      * VERIFICA-CUPO-DEPOSITO ANTES DE GRABAR EL PEDIDO
           ENVIA-UNA-PARTIDA.
               ADD 1 TO WS-SIG-SECUENCIA
               MOVE "P" TO WS-DSP-M-TIPO
               MOVE WS-LN-CODIGO(WS-LIN-I) TO WS-DSP-M-CODIGO
               MOVE WS-LN-CANTIDAD(WS-LIN-I) TO WS-DSP-M-CANTIDAD
               MOVE WS-LIN-I TO WS-DSP-M-PARTIDA
               PERFORM CALCULA-CHECKSUM-DSP
               MOVE SPACES TO MENSAJE-RECORD
               MOVE WS-SIG-SECUENCIA TO MQ-SECUENCIA
               MOVE WS-DSP-MENSAJE TO MQ-TEXTO
               MOVE WS-DSP-CHECKSUM TO MQ-CHECKSUM
               MOVE "P" TO MQ-ESTADO
               WRITE MENSAJE-RECORD
               MOVE SPACES TO DESPACHO-RECORD
               MOVE WS-SIG-SECUENCIA TO DSP-SECUENCIA
               MOVE WS-SIG-PEDIDO TO DSP-PEDIDO
               MOVE WS-LIN-I TO DSP-PARTIDA
               MOVE WS-FECHA-HOY TO DSP-FECHA
               MOVE CLIENTE-ID TO DSP-CLIENTE-ID
               MOVE WS-CIA-ACTUAL TO DSP-COMPANIA
               MOVE WS-LN-CODIGO(WS-LIN-I) TO DSP-CODIGO
               MOVE WS-LN-CANTIDAD(WS-LIN-I) TO DSP-CANTIDAD
               MOVE "E" TO DSP-ESTADO
               MOVE 0 TO DSP-FECHA-EMBARQUE
               WRITE DESPACHO-RECORD
               ADD 1 TO WS-CONT-ENVIADAS.

      * LA SIGUIENTE SECUENCIA SIGUE A LA MAYOR DE LA COLA O DE LOS
      * DESPACHOS (LA COLA PUDO DEPURARSE)
           BUSCA-SIGUIENTE-SECUENCIA.
               PERFORM CARGA-DESPACHOS
               MOVE WS-DSP-SEQ-MAX TO WS-SIG-SECUENCIA
               MOVE "N" TO WS-EOF-MSG-SWITCH
               OPEN INPUT MSGQUEUE-FILE
               IF WS-MSG-STATUS = "00"
                   PERFORM UNTIL WS-EOF-MSG
                       READ MSGQUEUE-FILE
                           AT END
                               SET WS-EOF-MSG TO TRUE
                           NOT AT END
                               IF MQ-SECUENCIA IS NUMERIC
                                       AND MQ-SECUENCIA >
                                           WS-SIG-SECUENCIA
                                   MOVE MQ-SECUENCIA TO
                                       WS-SIG-SECUENCIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MSGQUEUE-FILE
               END-IF.

           CARGA-INVENTARIO.
               MOVE 0 TO WS-INV-COUNT
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

      * CODIGO DE DESCUENTO DE LA CARTA DE CUMPLEANOS: EXISTE EN
      * CUPONES.DAT, SIN USAR, DEL CLIENTE DEL PEDIDO Y VIGENTE; EL
      * DESCUENTO SE APLICA AL TOTAL Y EL CUPON SE QUEMA AL GRABAR
                       WS-TOTAL-PEDIDO * 0.10
                   SUBTRACT WS-DESCUENTO-CUPON FROM
                       WS-TOTAL-PEDIDO
                   COMPUTE WS-DESC-GRAVADO ROUNDED =
                       WS-GRAVADO-PEDIDO * 0.10
                   SUBTRACT WS-DESC-GRAVADO FROM WS-GRAVADO-PEDIDO
                   COMPUTE WS-EXENTO-PEDIDO =
                       WS-TOTAL-PEDIDO - WS-GRAVADO-PEDIDO
                   COMPUTE WS-DESC-IMPUESTO ROUNDED =
                       WS-IMPUESTO-PEDIDO * 0.10
                   SUBTRACT WS-DESC-IMPUESTO FROM WS-IMPUESTO-PEDIDO
                   DISPLAY "CUPON ACEPTADO, DESCUENTO "
                       WS-DESCUENTO-CUPON
               END-IF.

      * CANJE DE PUNTOS DE LEALTAD: EL CLIENTE CON SALDO VIGENTE
      * PUEDE CANJEAR PUNTOS A WS-PT-VALOR-PUNTO CADA UNO, HASTA SU
      * SALDO Y HASTA EL SUBTOTAL DEL PEDIDO. EL DESCUENTO REDUCE
      * GRAVADO, EXENTO E IMPUESTO EN PROPORCION, COMO EL CUPON
           PREGUNTA-PUNTOS.
               MOVE 0 TO WS-PT-POR-REDIMIR
               MOVE 0 TO WS-DESC-PUNTOS
               IF WS-TOTAL-PEDIDO = 0 OR WS-PT-VALOR-PUNTO = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE CLIENTE-ID TO WS-PT-CLIENTE
               MOVE WS-CIA-ACTUAL TO WS-PT-CIA
               MOVE WS-FECHA-HOY TO WS-PT-FECHA
               PERFORM SALDO-PUNTOS-CLIENTE
               IF WS-PT-SALDO = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PT-VALOR = WS-PT-SALDO * WS-PT-VALOR-PUNTO
               DISPLAY "PUNTOS DEL CLIENTE: " WS-PT-SALDO
                   " (VALOR " WS-PT-VALOR ")"
               PERFORM WITH TEST AFTER
                       UNTIL WS-PT-CANJE-TXT IS NUMERIC
                           OR WS-PT-CANJE-TXT = SPACES
                   DISPLAY "PUNTOS A CANJEAR (7 DIGITOS, BLANCO = "
                       "NINGUNO)"
                   MOVE SPACES TO WS-PT-CANJE-TXT
                   ACCEPT WS-PT-CANJE-TXT
               END-PERFORM
               IF WS-PT-CANJE-TXT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PT-CANJE-TXT TO WS-PT-POR-REDIMIR
               IF WS-PT-POR-REDIMIR > WS-PT-SALDO
                   DISPLAY "SOLO HAY " WS-PT-SALDO " PUNTOS"
                   MOVE WS-PT-SALDO TO WS-PT-POR-REDIMIR
               END-IF
               COMPUTE WS-DESC-PUNTOS =
                   WS-PT-POR-REDIMIR * WS-PT-VALOR-PUNTO
               IF WS-DESC-PUNTOS > WS-TOTAL-PEDIDO
                   DIVIDE WS-TOTAL-PEDIDO BY WS-PT-VALOR-PUNTO
                       GIVING WS-PT-POR-REDIMIR
                   COMPUTE WS-DESC-PUNTOS =
                       WS-PT-POR-REDIMIR * WS-PT-VALOR-PUNTO
                   DISPLAY "EL CANJE SE LIMITA AL SUBTOTAL: "
                       WS-PT-POR-REDIMIR " PUNTOS"
               END-IF
               IF WS-PT-POR-REDIMIR = 0
                   MOVE 0 TO WS-DESC-PUNTOS
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DESC-GRAVADO ROUNDED =
                   WS-GRAVADO-PEDIDO * WS-DESC-PUNTOS
                       / WS-TOTAL-PEDIDO
               COMPUTE WS-DESC-IMPUESTO ROUNDED =
                   WS-IMPUESTO-PEDIDO * WS-DESC-PUNTOS
                       / WS-TOTAL-PEDIDO
               SUBTRACT WS-DESC-PUNTOS FROM WS-TOTAL-PEDIDO
               SUBTRACT WS-DESC-GRAVADO FROM WS-GRAVADO-PEDIDO
               COMPUTE WS-EXENTO-PEDIDO =
                   WS-TOTAL-PEDIDO - WS-GRAVADO-PEDIDO
               SUBTRACT WS-DESC-IMPUESTO FROM WS-IMPUESTO-PEDIDO
               DISPLAY "DESCUENTO POR " WS-PT-POR-REDIMIR " PUNTOS: "
                   WS-DESC-PUNTOS.

           VALIDA-CUPON.
               MOVE "N" TO WS-CUPON-HALLADO-SW
               MOVE "N" TO WS-EOF-CUPON-SWITCH
                                   MOVE PD-PARTIDAS TO
                                       WS-D-PARTIDAS
                                   MOVE PD-TOTAL TO WS-D-TOTAL
                                   IF PD-IMPUESTO IS NUMERIC
                                       MOVE PD-IMPUESTO TO
                                           WS-D-IMPUESTO
                                   ELSE
                                       MOVE 0 TO WS-D-IMPUESTO
                                   END-IF
                                   MOVE WS-DETALLE-LINE TO
                                       PEDREG-LINE
                                   WRITE PEDREG-LINE
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PRXPROC.
       COPY IMPPROC.
       COPY PZPROC.
       COPY PTPROC.
       COPY DSPPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
