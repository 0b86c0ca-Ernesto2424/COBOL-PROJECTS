      ******************************************************************
      * Author:
      * Date:
      * Purpose:   BACKORDER RELEASE AND OPEN BACKORDER AGING
      * Tectonics: cobc
      * Note:      Fills the backorders that CAPTURA-PEDIDOS leaves
      *            in BACKORD.DAT from the stock now on hand in
      *            INVENTARIO.DAT, oldest first across all companies
      *            (the file is in capture order), partially when
      *            the stock does not cover the whole line. What is
      *            filled for one original order ships as a new order
      *            number: a row in PEDIDOS.DAT, its lines in
      *            PEDLIN.DAT and one cargo (type C) in TRANSACC.DAT
      *            for the posting run, at the price and tax rate the
      *            original order quoted, credited to the original
      *            order's salesperson. Like a confirmed order from
      *            CAPTURA-PEDIDOS, every released line goes to the
      *            depot as a pick message in MSGQUEUE.DAT (next
      *            sequence number, VARCOMP checksum, state P) and is
      *            logged in DESPACHO.DAT as sent (E); stock is only
      *            set aside in memory for the run, and the S issue
      *            in INVMOV.DAT and the INVENTARIO.DAT decrement are
      *            made by CONFIRMA-DESPACHOS when the depot confirms.
      *            While DESPACHO.DAT is full nothing is released.
      *            Lines filled on an earlier day are dropped from
      *            BACKORD.DAT. The report lists
      *            what this run released and then the open backorders
      *            of the company in session by customer, aged from
      *            the order date (0-30, 31-60, 61-90, over 90 days).
      *            Runs as the SURTEPEND stage of the JOBPLAN.CTL
      *            chain, before the posting run, and registers its
      *            generation in REPCAT.DAT.
      *            Each shipment's cargo carries the new order's
      *            PEDnnnnnn reference as its open item, and is
      *            journaled in POLIZAS.DAT under that reference like
      *            an order from CAPTURA-PEDIDOS: the sale without tax
      *            (VT) and the tax (IV) against orders to bill, per
      *            the SURTEPEND rows of MAPACONT.DAT.
      *            Units of order lines sent to the depot and not yet
      *            confirmed (DESPACHO.DAT) are still in the stock on
      *            hand but already promised, so they are not used to
      *            fill backorders.
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
           SELECT MSGQUEUE-FILE ASSIGN TO "MSGQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PEND-REPORT ASSIGN TO DYNAMIC WS-PEND-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           COPY BOSEL.
           COPY PLNSEL.
           COPY TRAPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
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

       FD  MSGQUEUE-FILE.
       01  MENSAJE-RECORD.
           05  MQ-SECUENCIA        PIC 9(4).
           05  MQ-TEXTO            PIC X(11).
           05  MQ-CHECKSUM         PIC 99.
           05  MQ-ESTADO           PIC X.

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  PEND-REPORT.
       01  PEND-LINE               PIC X(80).

       COPY BOFD.

       COPY PLNFD.

       COPY TRAPFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       COPY DSPFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY TRAPWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY PLNWS.
       COPY BOWS.
       COPY DSPWS.
       COPY PZWS.

       01  WS-PED-STATUS           PIC XX.
       01  WS-INV-STATUS           PIC XX.
       01  WS-MSG-STATUS           PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-PEND-FILENAME        PIC X(40).

       01  WS-EOF-PED-SWITCH       PIC X VALUE "N".
           88  WS-EOF-PED          VALUE "Y".
       01  WS-EOF-INV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INV          VALUE "Y".
       01  WS-EOF-MSG-SWITCH       PIC X VALUE "N".
           88  WS-EOF-MSG          VALUE "Y".
       01  WS-SIG-SECUENCIA        PIC 9(4) VALUE 0.

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-SIG-PEDIDO           PIC 9(6) VALUE 1.

      * EXISTENCIAS EN MEMORIA; LO SURTIDO SOLO SE APARTA AQUI, LA
      * SALIDA LA HACE CONFIRMA-DESPACHOS AL CONFIRMAR EL DEPOSITO
       01  WS-INV-COUNT            PIC 9(4) VALUE 0.
       01  WS-INVENTARIO-TABLE.
           05  WS-INV-ENTRY OCCURS 500 TIMES.
               10  WS-I-CODIGO     PIC 9(4).
               10  WS-I-EXIST      PIC S9(5).
               10  WS-I-REORDEN    PIC 9(5).
               10  WS-I-COSTO      PIC 9(5)V9(4).
       01  WS-INV-I                PIC 9(4) VALUE 0.
       01  WS-INV-INDICE           PIC 9(4) VALUE 0.

      * LO QUE ESTA CORRIDA SURTE DE CADA PENDIENTE (PARALELO A
      * WS-PENDIENTES-TABLE) Y SI YA SE FACTURO O LISTO
       01  WS-LIBERA-TABLE.
           05  WS-LB-ENTRY OCCURS 2000 TIMES.
               10  WS-LB-CANTIDAD  PIC 9(3).
               10  WS-LB-FACTURADA PIC X.
               10  WS-LB-LISTADA   PIC X.
               10  WS-LB-EMBARQUE  PIC 9(6).
       01  WS-BO-J                 PIC 9(4) VALUE 0.
       01  WS-POR-SURTIR           PIC 9(3) VALUE 0.
       01  WS-LIBRE                PIC S9(7) VALUE 0.
       01  WS-PEDIDO-ORIGEN        PIC 9(6) VALUE 0.
       01  WS-CLIENTE-GRUPO        PIC X(6).
       01  WS-CIA-PENDIENTE        PIC X(2).

      * EMBARQUE EN CURSO: UN PEDIDO NUEVO POR PEDIDO ORIGINAL
       01  WS-EMB-PARTIDAS         PIC 9(3) VALUE 0.
       01  WS-EMB-CLIENTE          PIC X(6).
       01  WS-EMB-CIA              PIC X(2).
       01  WS-EMB-VENDEDOR         PIC X(6).
       01  WS-EMB-SUBTOTAL         PIC 9(7)V99 VALUE 0.
       01  WS-EMB-GRAVADO          PIC 9(7)V99 VALUE 0.
       01  WS-EMB-EXENTO           PIC 9(7)V99 VALUE 0.
       01  WS-EMB-IMPUESTO         PIC 9(7)V99 VALUE 0.
       01  WS-EMB-TOTAL            PIC 9(7)V99 VALUE 0.
       01  WS-IMPORTE-LINEA        PIC 9(7)V99 VALUE 0.
       01  WS-IMPUESTO-LINEA       PIC 9(7)V99 VALUE 0.

       01  WS-CONT-LIBERADAS       PIC 9(5) VALUE 0.
       01  WS-UNID-LIBERADAS       PIC 9(7) VALUE 0.
       01  WS-CONT-EMBARQUES       PIC 9(5) VALUE 0.
       01  WS-TOTAL-FACTURADO      PIC 9(9)V99 VALUE 0.
       01  WS-CONT-ABIERTAS        PIC 9(5) VALUE 0.
       01  WS-CONT-DEPURADAS       PIC 9(5) VALUE 0.

      * ANTIGUEDAD DE LO PENDIENTE
       01  WS-DIAS                 PIC S9(5) VALUE 0.
       01  WS-IMPORTE-PEND         PIC 9(7)V99 VALUE 0.
       01  WS-SUB-CLIENTE          PIC 9(9)V99 VALUE 0.
       01  WS-RANGOS-TABLE.
           05  WS-RANGO-IMPORTE    PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-RANGO-I              PIC 9 VALUE 0.
       01  WS-RANGO-ETIQUETAS.
           05  FILLER              PIC X(6) VALUE "0-30  ".
           05  FILLER              PIC X(6) VALUE "31-60 ".
           05  FILLER              PIC X(6) VALUE "61-90 ".
           05  FILLER              PIC X(6) VALUE "MAS 90".
       01  WS-RANGO-ETIQ-R REDEFINES WS-RANGO-ETIQUETAS.
           05  WS-RANGO-ETIQ       PIC X(6) OCCURS 4 TIMES.
       01  WS-GT-PENDIENTE         PIC 9(9)V99 VALUE 0.

       01  WS-LIBERA-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-L-PEDIDO         PIC 9(6).
           05  FILLER              PIC X VALUE "/".
           05  WS-L-PARTIDA        PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CIA            PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-SURTE          PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-RESTA          PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-EMBARQUE       PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LIBERA-TITULO.
           05  FILLER              PIC X(32) VALUE
                                   "  PEDIDO/PAR CLIENTE CIA PROD SU".
           05  FILLER              PIC X(30) VALUE
                                   "R RESTA EMBARQ        IMPORTE".

       01  WS-ANTIG-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-A-PEDIDO         PIC 9(6).
           05  FILLER              PIC X VALUE "/".
           05  WS-A-PARTIDA        PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-A-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-A-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-A-PENDIENTE      PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-A-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-A-DIAS           PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-A-RANGO          PIC X(6).

       01  WS-ANTIG-TITULO.
           05  FILLER              PIC X(32) VALUE
                                   "    PEDIDO/PAR FECHA    PROD PEN".
           05  FILLER              PIC X(32) VALUE
                                   "       IMPORTE PEND  DIAS RANGO".

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-T-ETIQUETA       PIC X(28).
           05  WS-T-IMPORTE        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "SURTEPEND" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-PENDIENTES
               PERFORM VARYING WS-BO-I FROM 1 BY 1
                       UNTIL WS-BO-I > WS-BO-COUNT
                   MOVE 0 TO WS-LB-CANTIDAD(WS-BO-I)
                   MOVE "N" TO WS-LB-FACTURADA(WS-BO-I)
                   MOVE "N" TO WS-LB-LISTADA(WS-BO-I)
                   MOVE 0 TO WS-LB-EMBARQUE(WS-BO-I)
               END-PERFORM
               IF WS-BO-LLENA
                   DISPLAY "BACKORD.DAT EXCEDE 2000 PARTIDAS; NO SE "
                       "SURTE NADA HASTA DEPURARLO"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CARGA-INVENTARIO
                   PERFORM CARGA-DESPACHOS
                   IF WS-DSP-LLENA
                       DISPLAY "DESPACHO.DAT EXCEDE 2000 PARTIDAS; NO "
                           "SE SURTE NADA HASTA DEPURARLO"
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM BUSCA-SIGUIENTE-SECUENCIA
                       PERFORM ASIGNA-EXISTENCIA
                   END-IF
                   IF WS-CONT-LIBERADAS > 0
                       PERFORM CARGA-SIGUIENTE-PEDIDO
                       PERFORM ABRE-POLIZA
                       PERFORM FACTURA-SURTIDOS
                       PERFORM GRABA-DESPACHOS
                   END-IF
                   PERFORM DEPURA-SURTIDAS
                   PERFORM GRABA-PENDIENTES
               END-IF
               PERFORM ESCRIBE-REPORTE
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

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

      * LA SIGUIENTE SECUENCIA SIGUE A LA MAYOR DE LA COLA O DE LOS
      * DESPACHOS (LA COLA PUDO DEPURARSE)
           BUSCA-SIGUIENTE-SECUENCIA.
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

           CARGA-SIGUIENTE-PEDIDO.
               MOVE "N" TO WS-EOF-PED-SWITCH
               OPEN INPUT PEDIDOS-FILE
               IF WS-PED-STATUS = "00"
                   PERFORM UNTIL WS-EOF-PED
                       READ PEDIDOS-FILE
                           AT END
                               SET WS-EOF-PED TO TRUE
                           NOT AT END
                               IF PD-NUMERO IS NUMERIC
                                       AND PD-NUMERO >=
                                           WS-SIG-PEDIDO
                                   COMPUTE WS-SIG-PEDIDO =
                                       PD-NUMERO + 1
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS-FILE
               END-IF.

      * PRIMERA PASADA: REPARTE LA EXISTENCIA ENTRE LOS PENDIENTES
      * ABIERTOS EN ORDEN DE ANTIGUEDAD; UNO PUEDE SURTIRSE EN PARTE.
      * LO ENVIADO AL DEPOSITO SIN CONFIRMAR NO ESTA LIBRE. CADA
      * PARTIDA SURTIDA OCUPA UN RENGLON DE DESPACHO.DAT Y UNA
      * SECUENCIA DE LA COLA; SIN LUGAR QUEDA ABIERTA
           ASIGNA-EXISTENCIA.
               PERFORM VARYING WS-BO-I FROM 1 BY 1
                       UNTIL WS-BO-I > WS-BO-COUNT
                   IF WS-BO-ESTATUS(WS-BO-I) = "A"
                           AND WS-BO-CANTIDAD(WS-BO-I) >
                               WS-BO-SURTIDA(WS-BO-I)
                       PERFORM ASIGNA-UN-PENDIENTE
                   END-IF
               END-PERFORM.

           ASIGNA-UN-PENDIENTE.
               IF WS-DSP-COUNT + WS-CONT-LIBERADAS >= 2000
                       OR WS-SIG-SECUENCIA + WS-CONT-LIBERADAS >= 9999
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-INV-INDICE
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-INV-COUNT
                           OR WS-INV-INDICE > 0
                   IF WS-I-CODIGO(WS-INV-I) = WS-BO-CODIGO(WS-BO-I)
                       MOVE WS-INV-I TO WS-INV-INDICE
                   END-IF
               END-PERFORM
               IF WS-INV-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BO-CODIGO(WS-BO-I) TO WS-DSP-CODIGO-BUSCADO
               PERFORM SUMA-COMPROMETIDO-DSP
               COMPUTE WS-LIBRE = WS-I-EXIST(WS-INV-INDICE)
                   - WS-DSP-COMPROMETIDO
               IF WS-LIBRE <= 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-POR-SURTIR = WS-BO-CANTIDAD(WS-BO-I)
                   - WS-BO-SURTIDA(WS-BO-I)
               IF WS-LIBRE < WS-POR-SURTIR
                   MOVE WS-LIBRE TO WS-POR-SURTIR
               END-IF
               SUBTRACT WS-POR-SURTIR FROM WS-I-EXIST(WS-INV-INDICE)
               ADD WS-POR-SURTIR TO WS-BO-SURTIDA(WS-BO-I)
               MOVE WS-POR-SURTIR TO WS-LB-CANTIDAD(WS-BO-I)
               IF WS-BO-SURTIDA(WS-BO-I) = WS-BO-CANTIDAD(WS-BO-I)
                   MOVE "S" TO WS-BO-ESTATUS(WS-BO-I)
                   MOVE WS-FECHA-HOY TO WS-BO-FEC-SURT(WS-BO-I)
               END-IF
               ADD 1 TO WS-CONT-LIBERADAS
               ADD WS-POR-SURTIR TO WS-UNID-LIBERADAS.

      * SEGUNDA PASADA: LO SURTIDO DE CADA PEDIDO ORIGINAL SE EMBARCA
      * Y FACTURA COMO UN PEDIDO NUEVO CON SU CARGO, Y CADA PARTIDA SE
      * ENVIA AL DEPOSITO PARA SURTIRSE
           FACTURA-SURTIDOS.
               OPEN EXTEND PEDIDOS-FILE
               IF WS-PED-STATUS = "05" OR WS-PED-STATUS = "35"
                   CLOSE PEDIDOS-FILE
                   OPEN OUTPUT PEDIDOS-FILE
               END-IF
               OPEN EXTEND PEDLIN-FILE
               IF WS-PLN-STATUS = "05" OR WS-PLN-STATUS = "35"
                   CLOSE PEDLIN-FILE
                   OPEN OUTPUT PEDLIN-FILE
               END-IF
               OPEN EXTEND MSGQUEUE-FILE
               IF WS-MSG-STATUS = "05" OR WS-MSG-STATUS = "35"
                   CLOSE MSGQUEUE-FILE
                   OPEN OUTPUT MSGQUEUE-FILE
               END-IF
               PERFORM ABRE-ANEXO-TRANSACC
               PERFORM VARYING WS-BO-I FROM 1 BY 1
                       UNTIL WS-BO-I > WS-BO-COUNT
                   IF WS-LB-CANTIDAD(WS-BO-I) > 0
                           AND WS-LB-FACTURADA(WS-BO-I) = "N"
                       PERFORM FACTURA-UN-EMBARQUE
                   END-IF
               END-PERFORM
               PERFORM CIERRA-ANEXO-TRANSACC
               CLOSE MSGQUEUE-FILE
               CLOSE PEDLIN-FILE
               CLOSE PEDIDOS-FILE.

           FACTURA-UN-EMBARQUE.
               MOVE WS-BO-PEDIDO(WS-BO-I) TO WS-PEDIDO-ORIGEN
               MOVE WS-BO-CLIENTE(WS-BO-I) TO WS-EMB-CLIENTE
               MOVE WS-BO-CIA(WS-BO-I) TO WS-EMB-CIA
               MOVE WS-BO-VENDEDOR(WS-BO-I) TO WS-EMB-VENDEDOR
               MOVE 0 TO WS-EMB-PARTIDAS
               MOVE 0 TO WS-EMB-SUBTOTAL
               MOVE 0 TO WS-EMB-GRAVADO
               MOVE 0 TO WS-EMB-EXENTO
               MOVE 0 TO WS-EMB-IMPUESTO
               PERFORM VARYING WS-BO-J FROM WS-BO-I BY 1
                       UNTIL WS-BO-J > WS-BO-COUNT
                   IF WS-BO-PEDIDO(WS-BO-J) = WS-PEDIDO-ORIGEN
                           AND WS-LB-CANTIDAD(WS-BO-J) > 0
                           AND WS-LB-FACTURADA(WS-BO-J) = "N"
                       PERFORM EMBARCA-UNA-PARTIDA
                   END-IF
               END-PERFORM
               COMPUTE WS-EMB-TOTAL = WS-EMB-SUBTOTAL + WS-EMB-IMPUESTO
               MOVE SPACES TO PEDIDO-RECORD
               MOVE WS-SIG-PEDIDO TO PD-NUMERO
               MOVE WS-FECHA-HOY TO PD-FECHA
               MOVE WS-EMB-CLIENTE TO PD-CLIENTE-ID
               MOVE WS-EMB-PARTIDAS TO PD-PARTIDAS
               MOVE WS-EMB-TOTAL TO PD-TOTAL
               MOVE WS-EMB-CIA TO PD-COMPANIA
               MOVE WS-EMB-GRAVADO TO PD-GRAVADO
               MOVE WS-EMB-EXENTO TO PD-EXENTO
               MOVE WS-EMB-IMPUESTO TO PD-IMPUESTO
               MOVE WS-EMB-VENDEDOR TO PD-VENDEDOR
               WRITE PEDIDO-RECORD
               IF WS-EMB-TOTAL > 0
                   MOVE SPACES TO TRANS-RECORD
                   MOVE WS-FECHA-HOY TO TRANS-FECHA
                   MOVE "C" TO TRANS-TIPO
                   MOVE WS-EMB-CLIENTE TO TRANS-CLIENTE-ID
                   MOVE WS-EMB-TOTAL TO TRANS-MONTO
                   MOVE WS-EMB-CIA TO TRANS-COMPANIA
                   STRING "PED" WS-SIG-PEDIDO DELIMITED BY SIZE
                       INTO TRANS-REFERENCIA
                   PERFORM ANEXA-MOVIMIENTO-TRANSACC
                   PERFORM ASIENTA-POLIZA-EMBARQUE
               END-IF
               DISPLAY "PENDIENTE DEL PEDIDO " WS-PEDIDO-ORIGEN
                   " EMBARCADO COMO PEDIDO " WS-SIG-PEDIDO " POR "
                   WS-EMB-TOTAL
               ADD 1 TO WS-CONT-EMBARQUES
               ADD WS-EMB-TOTAL TO WS-TOTAL-FACTURADO
               ADD 1 TO WS-SIG-PEDIDO.

      * POLIZA DEL EMBARQUE, COMO LA DE UN PEDIDO NUEVO: VENTA SIN
      * IMPUESTO E IMPUESTO CONTRA PEDIDOS POR FACTURAR, EN LA
      * COMPANIA DEL PENDIENTE
           ASIENTA-POLIZA-EMBARQUE.
               MOVE WS-EMB-CIA TO WS-PZ-CIA
               IF WS-PZ-CIA = SPACES
                   MOVE "01" TO WS-PZ-CIA
               END-IF
               MOVE SPACES TO WS-PZ-REFERENCIA
               STRING "PED" WS-SIG-PEDIDO DELIMITED BY SIZE
                   INTO WS-PZ-REFERENCIA
               MOVE "VT" TO WS-PZ-TIPO
               COMPUTE WS-PZ-MONTO = WS-EMB-TOTAL - WS-EMB-IMPUESTO
               PERFORM ASIENTA-POLIZA
               MOVE "IV" TO WS-PZ-TIPO
               MOVE WS-EMB-IMPUESTO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA.

           EMBARCA-UNA-PARTIDA.
               MOVE "S" TO WS-LB-FACTURADA(WS-BO-J)
               MOVE WS-SIG-PEDIDO TO WS-LB-EMBARQUE(WS-BO-J)
               ADD 1 TO WS-EMB-PARTIDAS
               COMPUTE WS-IMPORTE-LINEA =
                   WS-LB-CANTIDAD(WS-BO-J) * WS-BO-PRECIO(WS-BO-J)
               COMPUTE WS-IMPUESTO-LINEA ROUNDED =
                   WS-IMPORTE-LINEA * WS-BO-TASA(WS-BO-J) / 100
               ADD WS-IMPORTE-LINEA TO WS-EMB-SUBTOTAL
               ADD WS-IMPUESTO-LINEA TO WS-EMB-IMPUESTO
               IF WS-BO-CLASE(WS-BO-J) = SPACES
                   ADD WS-IMPORTE-LINEA TO WS-EMB-EXENTO
               ELSE
                   ADD WS-IMPORTE-LINEA TO WS-EMB-GRAVADO
               END-IF
               MOVE SPACES TO PEDLIN-RECORD
               MOVE WS-SIG-PEDIDO TO LP-NUMERO
               MOVE WS-EMB-PARTIDAS TO LP-PARTIDA
               MOVE WS-FECHA-HOY TO LP-FECHA
               MOVE WS-EMB-CLIENTE TO LP-CLIENTE-ID
               MOVE WS-EMB-CIA TO LP-COMPANIA
               MOVE WS-BO-CODIGO(WS-BO-J) TO LP-CODIGO
               MOVE WS-LB-CANTIDAD(WS-BO-J) TO LP-CANTIDAD
               MOVE WS-BO-PRECIO(WS-BO-J) TO LP-PRECIO
               MOVE WS-IMPORTE-LINEA TO LP-IMPORTE
               MOVE WS-IMPUESTO-LINEA TO LP-IMPUESTO
               MOVE WS-EMB-VENDEDOR TO LP-VENDEDOR
               WRITE PEDLIN-RECORD
               PERFORM ENVIA-UNA-PARTIDA.

      * LA PARTIDA DEL PEDIDO NUEVO VA AL DEPOSITO COMO MENSAJE DE
      * SURTIDO CON LA SIGUIENTE SECUENCIA Y QUEDA ENVIADA (E) EN LA
      * TABLA DE DESPACHOS, QUE SE REGRABA AL TERMINAR
           ENVIA-UNA-PARTIDA.
               ADD 1 TO WS-SIG-SECUENCIA
               MOVE "P" TO WS-DSP-M-TIPO
               MOVE WS-BO-CODIGO(WS-BO-J) TO WS-DSP-M-CODIGO
               MOVE WS-LB-CANTIDAD(WS-BO-J) TO WS-DSP-M-CANTIDAD
               MOVE WS-EMB-PARTIDAS TO WS-DSP-M-PARTIDA
               PERFORM CALCULA-CHECKSUM-DSP
               MOVE SPACES TO MENSAJE-RECORD
               MOVE WS-SIG-SECUENCIA TO MQ-SECUENCIA
               MOVE WS-DSP-MENSAJE TO MQ-TEXTO
               MOVE WS-DSP-CHECKSUM TO MQ-CHECKSUM
               MOVE "P" TO MQ-ESTADO
               WRITE MENSAJE-RECORD
               ADD 1 TO WS-DSP-COUNT
               MOVE WS-SIG-SECUENCIA TO WS-DSP-SECUENCIA(WS-DSP-COUNT)
               MOVE WS-SIG-PEDIDO TO WS-DSP-PEDIDO(WS-DSP-COUNT)
               MOVE WS-EMB-PARTIDAS TO WS-DSP-PARTIDA(WS-DSP-COUNT)
               MOVE WS-FECHA-HOY TO WS-DSP-FECHA(WS-DSP-COUNT)
               MOVE WS-EMB-CLIENTE TO WS-DSP-CLIENTE(WS-DSP-COUNT)
               MOVE WS-EMB-CIA TO WS-DSP-CIA(WS-DSP-COUNT)
               IF WS-EMB-CIA = SPACES
                   MOVE "01" TO WS-DSP-CIA(WS-DSP-COUNT)
               END-IF
               MOVE WS-BO-CODIGO(WS-BO-J) TO WS-DSP-CODIGO(WS-DSP-COUNT)
               MOVE WS-LB-CANTIDAD(WS-BO-J) TO
                   WS-DSP-CANTIDAD(WS-DSP-COUNT)
               MOVE "E" TO WS-DSP-ESTADO(WS-DSP-COUNT)
               MOVE 0 TO WS-DSP-FEC-EMB(WS-DSP-COUNT).

      * LAS PARTIDAS SURTIDAS EN DIAS ANTERIORES SALEN DEL ARCHIVO;
      * LAS DE HOY SE QUEDAN PARA QUE EL REPORTE SE PUEDA REPETIR
           DEPURA-SURTIDAS.
               MOVE 0 TO WS-BO-J
               PERFORM VARYING WS-BO-I FROM 1 BY 1
                       UNTIL WS-BO-I > WS-BO-COUNT
                   IF WS-BO-ESTATUS(WS-BO-I) = "S"
                           AND WS-BO-FEC-SURT(WS-BO-I) < WS-FECHA-HOY
                       ADD 1 TO WS-CONT-DEPURADAS
                   ELSE
                       ADD 1 TO WS-BO-J
                       IF WS-BO-J NOT = WS-BO-I
                           MOVE WS-BO-ENTRY(WS-BO-I) TO
                               WS-BO-ENTRY(WS-BO-J)
                           MOVE WS-LB-ENTRY(WS-BO-I) TO
                               WS-LB-ENTRY(WS-BO-J)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-BO-J TO WS-BO-COUNT.

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "PEND." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-PEND-FILENAME
               OPEN OUTPUT PEND-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO PEND-LINE
               WRITE PEND-LINE
               MOVE WS-REPORTE-IDENT-LINE TO PEND-LINE
               WRITE PEND-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO PEND-LINE
               WRITE PEND-LINE
               MOVE "PENDIENTES SURTIDOS EN ESTA CORRIDA" TO PEND-LINE
               WRITE PEND-LINE
               MOVE WS-LIBERA-TITULO TO PEND-LINE
               WRITE PEND-LINE
               PERFORM VARYING WS-BO-I FROM 1 BY 1
                       UNTIL WS-BO-I > WS-BO-COUNT
                   IF WS-LB-CANTIDAD(WS-BO-I) > 0
                       PERFORM ESCRIBE-LIBERADA
                   END-IF
               END-PERFORM
               MOVE "TOTAL FACTURADO POR SURTIDO" TO WS-T-ETIQUETA
               MOVE WS-TOTAL-FACTURADO TO WS-T-IMPORTE
               MOVE WS-TOTAL-LINE TO PEND-LINE
               WRITE PEND-LINE
               MOVE SPACES TO PEND-LINE
               WRITE PEND-LINE
               MOVE SPACES TO PEND-LINE
               STRING "PENDIENTES ABIERTOS POR CLIENTE AL "
                   WS-FECHA-HOY " (COMPANIA " WS-CIA-ACTUAL ")"
                   DELIMITED BY SIZE INTO PEND-LINE
               WRITE PEND-LINE
               MOVE WS-ANTIG-TITULO TO PEND-LINE
               WRITE PEND-LINE
               MOVE 0 TO WS-RANGO-IMPORTE(1)
               MOVE 0 TO WS-RANGO-IMPORTE(2)
               MOVE 0 TO WS-RANGO-IMPORTE(3)
               MOVE 0 TO WS-RANGO-IMPORTE(4)
               PERFORM VARYING WS-BO-I FROM 1 BY 1
                       UNTIL WS-BO-I > WS-BO-COUNT
                   PERFORM VALIDA-PENDIENTE-ABIERTO
                   IF WS-CIA-PENDIENTE = WS-CIA-ACTUAL
                           AND WS-LB-LISTADA(WS-BO-I) = "N"
                       PERFORM ESCRIBE-CLIENTE-PENDIENTE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RANGO-I FROM 1 BY 1
                       UNTIL WS-RANGO-I > 4
                   MOVE SPACES TO WS-T-ETIQUETA
                   STRING "PENDIENTE " WS-RANGO-ETIQ(WS-RANGO-I)
                       " DIAS" DELIMITED BY SIZE INTO WS-T-ETIQUETA
                   MOVE WS-RANGO-IMPORTE(WS-RANGO-I) TO WS-T-IMPORTE
                   MOVE WS-TOTAL-LINE TO PEND-LINE
                   WRITE PEND-LINE
               END-PERFORM
               MOVE "TOTAL PENDIENTE DE SURTIR" TO WS-T-ETIQUETA
               MOVE WS-GT-PENDIENTE TO WS-T-IMPORTE
               MOVE WS-TOTAL-LINE TO PEND-LINE
               WRITE PEND-LINE
               MOVE WS-REPORTE-PIE-LINE TO PEND-LINE
               WRITE PEND-LINE
               CLOSE PEND-REPORT
               MOVE "PENDIENTES" TO WS-RC-TIPO
               MOVE WS-PEND-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-ABIERTAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "PENDIENTES EN " WS-PEND-FILENAME
               DISPLAY "  PARTIDAS SURTIDAS      " WS-CONT-LIBERADAS
               DISPLAY "  UNIDADES SURTIDAS      " WS-UNID-LIBERADAS
               DISPLAY "  PEDIDOS EMBARCADOS     " WS-CONT-EMBARQUES
               DISPLAY "  IMPORTE FACTURADO      " WS-TOTAL-FACTURADO
               DISPLAY "  PARTIDAS ABIERTAS      " WS-CONT-ABIERTAS
               DISPLAY "  SURTIDAS DEPURADAS     " WS-CONT-DEPURADAS.

           ESCRIBE-LIBERADA.
               MOVE WS-BO-PEDIDO(WS-BO-I) TO WS-L-PEDIDO
               MOVE WS-BO-PARTIDA(WS-BO-I) TO WS-L-PARTIDA
               MOVE WS-BO-CLIENTE(WS-BO-I) TO WS-L-CLIENTE
               MOVE WS-BO-CIA(WS-BO-I) TO WS-L-CIA
               MOVE WS-BO-CODIGO(WS-BO-I) TO WS-L-CODIGO
               MOVE WS-LB-CANTIDAD(WS-BO-I) TO WS-L-SURTE
               COMPUTE WS-POR-SURTIR = WS-BO-CANTIDAD(WS-BO-I)
                   - WS-BO-SURTIDA(WS-BO-I)
               MOVE WS-POR-SURTIR TO WS-L-RESTA
               MOVE WS-LB-EMBARQUE(WS-BO-I) TO WS-L-EMBARQUE
               COMPUTE WS-L-IMPORTE =
                   WS-LB-CANTIDAD(WS-BO-I) * WS-BO-PRECIO(WS-BO-I)
               MOVE WS-LIBERA-LINE TO PEND-LINE
               WRITE PEND-LINE.

      * WS-CIA-PENDIENTE QUEDA CON LA COMPANIA DE WS-BO-I SI ESTA
      * ABIERTO Y CON ALGO POR SURTIR; SI NO, EN BLANCO
           VALIDA-PENDIENTE-ABIERTO.
               MOVE SPACES TO WS-CIA-PENDIENTE
               IF WS-BO-ESTATUS(WS-BO-I) = "A"
                       AND WS-BO-CANTIDAD(WS-BO-I) >
                           WS-BO-SURTIDA(WS-BO-I)
                   MOVE WS-BO-CIA(WS-BO-I) TO WS-CIA-PENDIENTE
                   IF WS-CIA-PENDIENTE = SPACES
                       MOVE "01" TO WS-CIA-PENDIENTE
                   END-IF
               END-IF.

      * TODAS LAS PARTIDAS ABIERTAS DEL CLIENTE DE WS-BO-I, DE LA MAS
      * ANTIGUA A LA MAS RECIENTE, CON SU SUBTOTAL
           ESCRIBE-CLIENTE-PENDIENTE.
               MOVE WS-BO-CLIENTE(WS-BO-I) TO WS-CLIENTE-GRUPO
               MOVE 0 TO WS-SUB-CLIENTE
               MOVE SPACES TO PEND-LINE
               STRING "CLIENTE " WS-CLIENTE-GRUPO
                   DELIMITED BY SIZE INTO PEND-LINE
               WRITE PEND-LINE
               MOVE WS-BO-I TO WS-BO-J
               PERFORM UNTIL WS-BO-J > WS-BO-COUNT
                   IF WS-BO-CLIENTE(WS-BO-J) = WS-CLIENTE-GRUPO
                           AND WS-LB-LISTADA(WS-BO-J) = "N"
                       PERFORM ESCRIBE-PENDIENTE-ABIERTO
                   END-IF
                   ADD 1 TO WS-BO-J
               END-PERFORM
               MOVE "SUBTOTAL DEL CLIENTE" TO WS-T-ETIQUETA
               MOVE WS-SUB-CLIENTE TO WS-T-IMPORTE
               MOVE WS-TOTAL-LINE TO PEND-LINE
               WRITE PEND-LINE.

           ESCRIBE-PENDIENTE-ABIERTO.
               IF WS-BO-ESTATUS(WS-BO-J) NOT = "A"
                       OR WS-BO-CANTIDAD(WS-BO-J) <=
                           WS-BO-SURTIDA(WS-BO-J)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BO-CIA(WS-BO-J) TO WS-CIA-PENDIENTE
               IF WS-CIA-PENDIENTE = SPACES
                   MOVE "01" TO WS-CIA-PENDIENTE
               END-IF
               IF WS-CIA-PENDIENTE NOT = WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-LB-LISTADA(WS-BO-J)
               COMPUTE WS-POR-SURTIR = WS-BO-CANTIDAD(WS-BO-J)
                   - WS-BO-SURTIDA(WS-BO-J)
               COMPUTE WS-IMPORTE-PEND =
                   WS-POR-SURTIR * WS-BO-PRECIO(WS-BO-J)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(WS-BO-FECHA(WS-BO-J))
               EVALUATE TRUE
                   WHEN WS-DIAS <= 30
                       MOVE 1 TO WS-RANGO-I
                   WHEN WS-DIAS <= 60
                       MOVE 2 TO WS-RANGO-I
                   WHEN WS-DIAS <= 90
                       MOVE 3 TO WS-RANGO-I
                   WHEN OTHER
                       MOVE 4 TO WS-RANGO-I
               END-EVALUATE
               MOVE WS-BO-PEDIDO(WS-BO-J) TO WS-A-PEDIDO
               MOVE WS-BO-PARTIDA(WS-BO-J) TO WS-A-PARTIDA
               MOVE WS-BO-FECHA(WS-BO-J) TO WS-A-FECHA
               MOVE WS-BO-CODIGO(WS-BO-J) TO WS-A-CODIGO
               MOVE WS-POR-SURTIR TO WS-A-PENDIENTE
               MOVE WS-IMPORTE-PEND TO WS-A-IMPORTE
               MOVE WS-DIAS TO WS-A-DIAS
               MOVE WS-RANGO-ETIQ(WS-RANGO-I) TO WS-A-RANGO
               MOVE WS-ANTIG-LINE TO PEND-LINE
               WRITE PEND-LINE
               ADD WS-IMPORTE-PEND TO WS-SUB-CLIENTE
               ADD WS-IMPORTE-PEND TO WS-RANGO-IMPORTE(WS-RANGO-I)
               ADD WS-IMPORTE-PEND TO WS-GT-PENDIENTE
               ADD 1 TO WS-CONT-ABIERTAS.

       COPY BOPROC.
       COPY TRAPPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY DSPPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
