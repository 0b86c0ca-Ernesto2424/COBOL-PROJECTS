      *            the loop with a response-rate report per campaign
      *            broken down by the EDAD copybook brackets (ages
      *            derived from CLIENTE.DAT).
      *            The V option attributes sales to campaigns: every
      *            order in PEDIDOS.DAT dated inside a campaign's
      *            window is matched to that campaign's selections,
      *            and a selected customer who ordered is marked as a
      *            responder. The CAMPVTA report gives per campaign
      *            the pieces mailed, buyers, response rate, orders,
      *            revenue (before tax) and revenue per piece mailed,
      *            against a control group made of every other
      *            customer on CLIENTE.DAT who ordered in the window.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   WS-CAMPREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMPREP-STATUS.
           SELECT PEDIDOS-FILE ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
       FD  CAMPREP-REPORT.
       01  CAMPREP-LINE            PIC X(80).

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

       COPY TIENDAFD.

       COPY REPCATFD.
           88  WS-SELECCION        VALUE "S" "s".
           88  WS-RESPUESTA        VALUE "R" "r".
           88  WS-INFORME          VALUE "I" "i".
           88  WS-ATRIBUCION       VALUE "V" "v".
           88  WS-SALIR            VALUE "X" "x".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
               10  WS-S-ID         PIC X(6).
               10  WS-S-FECHA      PIC 9(8).
               10  WS-S-RESPONDIO  PIC X.
               10  WS-S-COMPRO     PIC X.

      * CONTEOS POR GRUPO DE EDAD: 1 NINO 2 JOVEN 3 ADULTO 4 VIEJO
      * 5 SIN EDAD
           05  FA-MES              PIC 99.
           05  FA-DIA              PIC 99.

      * ATRIBUCION DE VENTAS: CAMPANAS CON SUS ACUMULADOS DE LA
      * SELECCION Y DEL GRUPO DE CONTROL (CLIENTES NO SELECCIONADOS)
       01  WS-PED-STATUS           PIC XX.
       01  WS-EOF-PED-SWITCH       PIC X VALUE "N".
           88  WS-EOF-PED          VALUE "Y".
       01  WS-CM-COUNT             PIC 9(3) VALUE 0.
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 200 TIMES.
               10  WS-CM-CODIGO    PIC X(8).
               10  WS-CM-DESC      PIC X(30).
               10  WS-CM-DESDE     PIC 9(8).
               10  WS-CM-HASTA     PIC 9(8).
               10  WS-CM-PIEZAS    PIC 9(5).
               10  WS-CM-COMPRARON PIC 9(5).
               10  WS-CM-PEDIDOS   PIC 9(6).
               10  WS-CM-INGRESO   PIC 9(9)V99.
               10  WS-CM-CTL-COMPRARON PIC 9(5).
               10  WS-CM-CTL-PEDIDOS   PIC 9(6).
               10  WS-CM-CTL-INGRESO   PIC 9(9)V99.
       01  WS-CM-I                 PIC 9(3) VALUE 0.
      * COMPRADORES DEL GRUPO DE CONTROL YA CONTADOS POR CAMPANA
       01  WS-CTL-COUNT            PIC 9(5) VALUE 0.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 10000 TIMES.
               10  WS-CTL-CM       PIC 9(3).
               10  WS-CTL-ID       PIC X(6).
       01  WS-CTL-I                PIC 9(5) VALUE 0.
       01  WS-CTL-HALLADO-SWITCH   PIC X VALUE "N".
           88  WS-CTL-HALLADO      VALUE "Y".
       01  WS-CONT-CLIENTES        PIC 9(6) VALUE 0.
       01  WS-CONT-PEDIDOS         PIC 9(6) VALUE 0.
       01  WS-CONT-MARCADOS        PIC 9(5) VALUE 0.
       01  WS-INGRESO-PEDIDO       PIC 9(7)V99 VALUE 0.
       01  WS-BASE-CONTROL         PIC 9(6) VALUE 0.
       01  WS-POR-PIEZA            PIC 9(7)V99 VALUE 0.

       01  WS-ATRIB-TITULO-LINE.
           05  FILLER              PIC X(8) VALUE "CAMPANA ".
           05  WS-AT-CODIGO        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AT-DESC          PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AT-DESDE         PIC 9(8).
           05  FILLER              PIC X VALUE "-".
           05  WS-AT-HASTA         PIC 9(8).

       01  WS-ATRIB-COLUMNAS-LINE.
           05  FILLER              PIC X(10) VALUE "GRUPO".
           05  FILLER              PIC X(9) VALUE "     BASE".
           05  FILLER              PIC X(9) VALUE "  COMPRAS".
           05  FILLER              PIC X(8) VALUE "    TASA".
           05  FILLER              PIC X(9) VALUE "  PEDIDOS".
           05  FILLER              PIC X(16) VALUE
                                   "         INGRESO".
           05  FILLER              PIC X(14) VALUE
                                   "    POR PIEZA".

       01  WS-ATRIB-LINE.
           05  WS-AL-GRUPO         PIC X(10).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AL-BASE          PIC ZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AL-COMPRARON     PIC ZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AL-TASA          PIC ZZ9.9.
           05  FILLER              PIC X VALUE "%".
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AL-PEDIDOS       PIC ZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AL-INGRESO       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AL-POR-PIEZA     PIC Z,ZZZ,ZZ9.99.

       01  WS-GRUPO-LINE.
           05  WS-GL-ETIQ          PIC X(10).
           05  FILLER              PIC X(7) VALUE " SEL ".
               PERFORM CARGA-SELECCIONES
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA  L-LISTA  S-SELECCION DE ROSTER  "
                       "R-RESPUESTA  I-INFORME  V-VENTAS  X-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM CAPTURA-RESPUESTA
                       WHEN WS-INFORME
                           PERFORM INFORME-CAMPANA
                       WHEN WS-ATRIBUCION
                           PERFORM ATRIBUYE-VENTAS
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                                       WS-S-FECHA(WS-SLX)
                                   MOVE CS-RESPONDIO TO
                                       WS-S-RESPONDIO(WS-SLX)
                                   MOVE "N" TO WS-S-COMPRO(WS-SLX)
                               ELSE
                                   ADD 1 TO WS-SEL-EXTRA
                               END-IF
               MOVE WS-CLIENTE-ID TO WS-S-ID(WS-SLX)
               MOVE WS-FECHA-HOY TO WS-S-FECHA(WS-SLX)
               MOVE "N" TO WS-S-RESPONDIO(WS-SLX)
               MOVE "N" TO WS-S-COMPRO(WS-SLX)
               ADD 1 TO WS-CONT-SELECCIONADOS.

           BUSCA-SELECCION.
               MOVE WS-GRUPO-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE.

      * ATRIBUCION DE VENTAS: CADA PEDIDO CAE EN LAS CAMPANAS CUYA
      * VIGENCIA INCLUYE SU FECHA; SI EL CLIENTE ESTABA SELECCIONADO
      * CUENTA PARA LA CAMPANA Y QUEDA COMO RESPONDEDOR, SI NO
      * CUENTA PARA EL GRUPO DE CONTROL. LAS MARCAS SE GRABAN CON
      * LAS SELECCIONES AL SALIR
           ATRIBUYE-VENTAS.
               PERFORM CARGA-CAMPANAS-ATRIB
               IF WS-CM-COUNT = 0
                   DISPLAY "SIN CAMPANAS REGISTRADAS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CUENTA-CLIENTES
               MOVE 0 TO WS-CTL-COUNT
               MOVE 0 TO WS-CONT-PEDIDOS
               MOVE 0 TO WS-CONT-MARCADOS
               PERFORM VARYING WS-SLX FROM 1 BY 1
                       UNTIL WS-SLX > WS-SEL-COUNT
                   MOVE "N" TO WS-S-COMPRO(WS-SLX)
                   MOVE WS-S-CAMPANA(WS-SLX) TO WS-CAMPANA
                   PERFORM VARYING WS-CM-I FROM 1 BY 1
                           UNTIL WS-CM-I > WS-CM-COUNT
                       IF WS-CM-CODIGO(WS-CM-I) = WS-CAMPANA
                           ADD 1 TO WS-CM-PIEZAS(WS-CM-I)
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE "N" TO WS-EOF-PED-SWITCH
               OPEN INPUT PEDIDOS-FILE
               IF WS-PED-STATUS NOT = "00"
                   DISPLAY "PEDIDOS.DAT NO DISPONIBLE, SIN VENTAS "
                       "QUE ATRIBUIR"
               ELSE
                   PERFORM UNTIL WS-EOF-PED
                       READ PEDIDOS-FILE
                           AT END
                               SET WS-EOF-PED TO TRUE
                           NOT AT END
                               IF PD-FECHA IS NUMERIC
                                       AND PD-TOTAL IS NUMERIC
                                   PERFORM ATRIBUYE-PEDIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS-FILE
               END-IF
               PERFORM ESCRIBE-ATRIBUCION.

           CARGA-CAMPANAS-ATRIB.
               MOVE 0 TO WS-CM-COUNT
               MOVE "N" TO WS-EOF-CAMP-SWITCH
               OPEN INPUT CAMPMAST-FILE
               IF WS-CAMP-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-CAMP
                   READ CAMPMAST-FILE
                       AT END
                           SET WS-EOF-CAMP TO TRUE
                       NOT AT END
                           IF WS-CM-COUNT < 200
                                   AND CM-DESDE IS NUMERIC
                                   AND CM-HASTA IS NUMERIC
                               ADD 1 TO WS-CM-COUNT
                               MOVE CM-CODIGO TO
                                   WS-CM-CODIGO(WS-CM-COUNT)
                               MOVE CM-DESCRIPCION TO
                                   WS-CM-DESC(WS-CM-COUNT)
                               MOVE CM-DESDE TO
                                   WS-CM-DESDE(WS-CM-COUNT)
                               MOVE CM-HASTA TO
                                   WS-CM-HASTA(WS-CM-COUNT)
                               MOVE 0 TO WS-CM-PIEZAS(WS-CM-COUNT)
                               MOVE 0 TO
                                   WS-CM-COMPRARON(WS-CM-COUNT)
                               MOVE 0 TO WS-CM-PEDIDOS(WS-CM-COUNT)
                               MOVE 0 TO WS-CM-INGRESO(WS-CM-COUNT)
                               MOVE 0 TO
                                   WS-CM-CTL-COMPRARON(WS-CM-COUNT)
                               MOVE 0 TO
                                   WS-CM-CTL-PEDIDOS(WS-CM-COUNT)
                               MOVE 0 TO
                                   WS-CM-CTL-INGRESO(WS-CM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPMAST-FILE.

      * BASE DEL GRUPO DE CONTROL: LOS CLIENTES DEL MAESTRO MENOS
      * LOS SELECCIONADOS DE CADA CAMPANA
           CUENTA-CLIENTES.
               MOVE 0 TO WS-CONT-CLIENTES
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-CLIENTE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                               ADD 1 TO WS-CONT-CLIENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-MASTER.

      * EL INGRESO DEL PEDIDO ES SIN IMPUESTO; UN PEDIDO ANTERIOR AL
      * CALCULO DEL IMPUESTO CUENTA POR SU TOTAL
           ATRIBUYE-PEDIDO.
               ADD 1 TO WS-CONT-PEDIDOS
               MOVE PD-TOTAL TO WS-INGRESO-PEDIDO
               IF PD-IMPUESTO IS NUMERIC
                       AND PD-IMPUESTO NOT > PD-TOTAL
                   SUBTRACT PD-IMPUESTO FROM WS-INGRESO-PEDIDO
               END-IF
               MOVE PD-CLIENTE-ID TO WS-CLIENTE-ID
               PERFORM VARYING WS-CM-I FROM 1 BY 1
                       UNTIL WS-CM-I > WS-CM-COUNT
                   IF PD-FECHA NOT < WS-CM-DESDE(WS-CM-I)
                           AND PD-FECHA NOT > WS-CM-HASTA(WS-CM-I)
                       PERFORM ATRIBUYE-A-CAMPANA
                   END-IF
               END-PERFORM.

           ATRIBUYE-A-CAMPANA.
               MOVE WS-CM-CODIGO(WS-CM-I) TO WS-CAMPANA
               PERFORM BUSCA-SELECCION
               IF WS-SEL-HALLADO
                   SET WS-SLX DOWN BY 1
                   ADD 1 TO WS-CM-PEDIDOS(WS-CM-I)
                   ADD WS-INGRESO-PEDIDO TO WS-CM-INGRESO(WS-CM-I)
                   IF WS-S-COMPRO(WS-SLX) NOT = "S"
                       MOVE "S" TO WS-S-COMPRO(WS-SLX)
                       ADD 1 TO WS-CM-COMPRARON(WS-CM-I)
                   END-IF
                   IF WS-S-RESPONDIO(WS-SLX) NOT = "S"
                       MOVE "S" TO WS-S-RESPONDIO(WS-SLX)
                       ADD 1 TO WS-CONT-MARCADOS
                   END-IF
               ELSE
                   ADD 1 TO WS-CM-CTL-PEDIDOS(WS-CM-I)
                   ADD WS-INGRESO-PEDIDO TO
                       WS-CM-CTL-INGRESO(WS-CM-I)
                   PERFORM ANOTA-COMPRADOR-CONTROL
               END-IF.

           ANOTA-COMPRADOR-CONTROL.
               MOVE "N" TO WS-CTL-HALLADO-SWITCH
               PERFORM VARYING WS-CTL-I FROM 1 BY 1
                       UNTIL WS-CTL-I > WS-CTL-COUNT
                           OR WS-CTL-HALLADO
                   IF WS-CTL-CM(WS-CTL-I) = WS-CM-I
                           AND WS-CTL-ID(WS-CTL-I) = WS-CLIENTE-ID
                       SET WS-CTL-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF WS-CTL-HALLADO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CM-CTL-COMPRARON(WS-CM-I)
               IF WS-CTL-COUNT < 10000
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-CM-I TO WS-CTL-CM(WS-CTL-COUNT)
                   MOVE WS-CLIENTE-ID TO WS-CTL-ID(WS-CTL-COUNT)
               END-IF.

           ESCRIBE-ATRIBUCION.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-CAMPREP-FILENAME
               STRING "CAMPVTA." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CAMPREP-FILENAME
               OPEN OUTPUT CAMPREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               MOVE SPACES TO CAMPREP-LINE
               STRING "VENTAS ATRIBUIDAS A CAMPANAS  CLIENTES EN "
                   "MAESTRO " WS-CONT-CLIENTES
                   DELIMITED BY SIZE INTO CAMPREP-LINE
               WRITE CAMPREP-LINE
               PERFORM VARYING WS-CM-I FROM 1 BY 1
                       UNTIL WS-CM-I > WS-CM-COUNT
                   PERFORM ESCRIBE-CAMPANA-ATRIB
               END-PERFORM
               MOVE WS-REPORTE-PIE-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               CLOSE CAMPREP-REPORT
               MOVE "CAMPVTA" TO WS-RC-TIPO
               MOVE WS-CAMPREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-PEDIDOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "ATRIBUCION EN " WS-CAMPREP-FILENAME
               DISPLAY "  PEDIDOS LEIDOS         " WS-CONT-PEDIDOS
               DISPLAY "  RESPONDEDORES NUEVOS   " WS-CONT-MARCADOS.

      * DOS RENGLONES POR CAMPANA: LA SELECCION (POR PIEZA ENVIADA)
      * Y EL GRUPO DE CONTROL (POR CLIENTE NO SELECCIONADO)
           ESCRIBE-CAMPANA-ATRIB.
               MOVE SPACES TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               MOVE WS-CM-CODIGO(WS-CM-I) TO WS-AT-CODIGO
               MOVE WS-CM-DESC(WS-CM-I) TO WS-AT-DESC
               MOVE WS-CM-DESDE(WS-CM-I) TO WS-AT-DESDE
               MOVE WS-CM-HASTA(WS-CM-I) TO WS-AT-HASTA
               MOVE WS-ATRIB-TITULO-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               MOVE WS-ATRIB-COLUMNAS-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               MOVE "SELECCION" TO WS-AL-GRUPO
               MOVE WS-CM-PIEZAS(WS-CM-I) TO WS-AL-BASE
               MOVE WS-CM-COMPRARON(WS-CM-I) TO WS-AL-COMPRARON
               MOVE 0 TO WS-TASA
               MOVE 0 TO WS-POR-PIEZA
               IF WS-CM-PIEZAS(WS-CM-I) > 0
                   COMPUTE WS-TASA ROUNDED =
                       WS-CM-COMPRARON(WS-CM-I) * 100
                           / WS-CM-PIEZAS(WS-CM-I)
                   COMPUTE WS-POR-PIEZA ROUNDED =
                       WS-CM-INGRESO(WS-CM-I) / WS-CM-PIEZAS(WS-CM-I)
               END-IF
               MOVE WS-TASA TO WS-AL-TASA
               MOVE WS-CM-PEDIDOS(WS-CM-I) TO WS-AL-PEDIDOS
               MOVE WS-CM-INGRESO(WS-CM-I) TO WS-AL-INGRESO
               MOVE WS-POR-PIEZA TO WS-AL-POR-PIEZA
               MOVE WS-ATRIB-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE
               MOVE 0 TO WS-BASE-CONTROL
               IF WS-CONT-CLIENTES > WS-CM-PIEZAS(WS-CM-I)
                   COMPUTE WS-BASE-CONTROL =
                       WS-CONT-CLIENTES - WS-CM-PIEZAS(WS-CM-I)
               END-IF
               MOVE "CONTROL" TO WS-AL-GRUPO
               MOVE WS-BASE-CONTROL TO WS-AL-BASE
               MOVE WS-CM-CTL-COMPRARON(WS-CM-I) TO WS-AL-COMPRARON
               MOVE 0 TO WS-TASA
               MOVE 0 TO WS-POR-PIEZA
               IF WS-BASE-CONTROL > 0
                   COMPUTE WS-TASA ROUNDED =
                       WS-CM-CTL-COMPRARON(WS-CM-I) * 100
                           / WS-BASE-CONTROL
                   COMPUTE WS-POR-PIEZA ROUNDED =
                       WS-CM-CTL-INGRESO(WS-CM-I) / WS-BASE-CONTROL
               END-IF
               MOVE WS-TASA TO WS-AL-TASA
               MOVE WS-CM-CTL-PEDIDOS(WS-CM-I) TO WS-AL-PEDIDOS
               MOVE WS-CM-CTL-INGRESO(WS-CM-I) TO WS-AL-INGRESO
               MOVE WS-POR-PIEZA TO WS-AL-POR-PIEZA
               MOVE WS-ATRIB-LINE TO CAMPREP-LINE
               WRITE CAMPREP-LINE.

       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
