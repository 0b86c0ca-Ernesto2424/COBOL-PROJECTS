      ******************************************************************
      * Author:
      * Date:
      * Purpose:   DEPOT ACKNOWLEDGEMENT OF ORDER PICK MESSAGES AND
      *            UNSHIPPED ORDER LINES
      * Tectonics: cobc
      * Note:      CAPTURA-PEDIDOS sends every shipped line of a
      *            confirmed order to the depot as a pick message in
      *            MSGQUEUE.DAT and logs it in DESPACHO.DAT as sent
      *            (E). The depot answers with ACUSEDEP.DAT in the
      *            queue record layout, echoing the sequence, text and
      *            checksum of each message it has picked. Each answer
      *            is re-validated (checksum, a sent line for that
      *            sequence and the same product, quantity and line);
      *            a good one marks the line shipped (S), marks the
      *            queue message acknowledged (A) and only then issues
      *            the stock: INVENTARIO.DAT goes down and an S issue
      *            referenced PED<order> at the average cost is
      *            written to INVMOV.DAT. Answers for messages already
      *            acknowledged are ignored, so the file can be run
      *            again; bad ones go to ERRORES.LOG and the run ends
      *            with return code 4. Lines shipped on an earlier day
      *            are dropped from DESPACHO.DAT. A DESPACHO.DAT over
      *            the 2000 lines held in memory is still processed:
      *            the first 2000 are confirmed as usual, the rest are
      *            carried through DESPACHO.NEW with their old shipped
      *            lines dropped, and answers for those lines are
      *            deferred (not rejected) to a rerun; while any such
      *            lines remain the run ends with return code 4. The
      *            report lists the lines of the company in session
      *            the depot has not confirmed yet, oldest first, with
      *            the days waiting and the state of their message in
      *            the queue, and registers its generation in
      *            REPCAT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUSEDEP-FILE ASSIGN TO "ACUSEDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACD-STATUS.
           SELECT MSGQUEUE-FILE ASSIGN TO "MSGQUEUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT MSGQUEUE-NUEVO ASSIGN TO "MSGQUEUE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSGNUEVO-STATUS.
           SELECT INVENTARIO-FILE ASSIGN TO "INVENTARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.
           SELECT INVMOV-FILE ASSIGN TO "INVMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT DESPACHO-NUEVO ASSIGN TO "DESPACHO.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSPNUEVO-STATUS.
           SELECT DESP-REPORT ASSIGN TO DYNAMIC WS-DESP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESP-STATUS.
           COPY DSPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACUSEDEP-FILE.
       01  ACUSEDEP-RECORD.
           05  AD-SECUENCIA        PIC 9(4).
           05  AD-TEXTO            PIC X(11).
           05  AD-CHECKSUM         PIC 99.
           05  AD-ESTADO           PIC X.

       FD  MSGQUEUE-FILE.
       01  MENSAJE-RECORD.
           05  MQ-SECUENCIA        PIC 9(4).
           05  MQ-TEXTO            PIC X(11).
           05  MQ-CHECKSUM         PIC 99.
           05  MQ-ESTADO           PIC X.

       FD  MSGQUEUE-NUEVO.
       01  MENSAJE-NUEVO-RECORD    PIC X(18).

       FD  DESPACHO-NUEVO.
       01  DESPACHO-NUEVO-RECORD   PIC X(45).

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

       FD  DESP-REPORT.
       01  DESP-LINE               PIC X(80).

       COPY DSPFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       COPY ERRFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY DSPWS.

       01  WS-ACD-STATUS           PIC XX.
       01  WS-MSG-STATUS           PIC XX.
       01  WS-MSGNUEVO-STATUS      PIC XX.
       01  WS-DSPNUEVO-STATUS      PIC XX.
       01  WS-INV-STATUS           PIC XX.
       01  WS-MOV-STATUS           PIC XX.
       01  WS-DESP-STATUS          PIC XX.
       01  WS-DESP-FILENAME        PIC X(40).

       01  WS-EOF-ACD-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ACD          VALUE "Y".
       01  WS-EOF-MSG-SWITCH       PIC X VALUE "N".
           88  WS-EOF-MSG          VALUE "Y".
       01  WS-EOF-NUEVO-SWITCH     PIC X VALUE "N".
           88  WS-EOF-NUEVO        VALUE "Y".
       01  WS-EOF-DSPNUEVO-SWITCH  PIC X VALUE "N".
           88  WS-EOF-DSPNUEVO     VALUE "Y".
       01  WS-EOF-INV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INV          VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).

      * ESTADO DE CADA SECUENCIA EN LA COLA (BLANCO = NO ESTA); LAS
      * CONFIRMADAS EN ESTA CORRIDA PASAN A A Y ASI SE REGRABAN
       01  WS-ESTADOS-COLA.
           05  WS-MQ-EST OCCURS 9999 TIMES PIC X VALUE SPACE.
       01  WS-DSP-INDICE-ACUSE     PIC 9(4) VALUE 0.
       01  WS-CHECKSUM-ACUSE       PIC 99 VALUE 0.

      * EXISTENCIAS EN MEMORIA; SE REGRABAN SI ALGO SE CONFIRMO
       01  WS-INV-COUNT            PIC 9(4) VALUE 0.
       01  WS-INVENTARIO-TABLE.
           05  WS-INV-ENTRY OCCURS 500 TIMES.
               10  WS-I-CODIGO     PIC 9(4).
               10  WS-I-EXIST      PIC S9(5).
               10  WS-I-REORDEN    PIC 9(5).
               10  WS-I-COSTO      PIC 9(5)V9(4).
       01  WS-INV-I                PIC 9(4) VALUE 0.
       01  WS-INV-INDICE           PIC 9(4) VALUE 0.

       01  WS-CONT-ACUSES          PIC 9(5) VALUE 0.
       01  WS-CONT-CONFIRMADAS     PIC 9(5) VALUE 0.
       01  WS-UNID-CONFIRMADAS     PIC 9(7) VALUE 0.
       01  WS-CONT-REPETIDAS       PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADAS      PIC 9(5) VALUE 0.
       01  WS-CONT-DEPURADAS       PIC 9(5) VALUE 0.
      * DESPACHO.DAT EXCEDIDO: RENGLONES MAS ALLA DE LOS 2000 EN
      * MEMORIA QUE SE CONSERVAN, Y CONFIRMACIONES PARA ELLOS QUE SE
      * DEJAN PARA LA SIGUIENTE CORRIDA
       01  WS-CONT-SALTADAS        PIC 9(4) VALUE 0.
       01  WS-CONT-EXCEDENTE       PIC 9(5) VALUE 0.
       01  WS-CONT-DIFERIDAS       PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-EMBARCAR    PIC 9(5) VALUE 0.
       01  WS-UNID-SIN-EMBARCAR    PIC 9(7) VALUE 0.
       01  WS-DSP-J                PIC 9(4) VALUE 0.
       01  WS-CIA-DESPACHO         PIC X(2).
       01  WS-DIAS                 PIC S9(5) VALUE 0.

       01  WS-DESP-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-L-SECUENCIA      PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-PEDIDO         PIC 9(6).
           05  FILLER              PIC X VALUE "/".
           05  WS-L-PARTIDA        PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CODIGO         PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CANTIDAD       PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-DIAS           PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-COLA           PIC X(12).

       01  WS-DESP-TITULO.
           05  FILLER              PIC X(32) VALUE
                                   "  SEC  PEDIDO/PAR FECHA    CLIEN".
           05  FILLER              PIC X(32) VALUE
                                   "T PROD CAN  DIAS EN LA COLA".

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-T-ETIQUETA       PIC X(34).
           05  WS-T-CANTIDAD       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "DESPACHOS" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-DESPACHOS
               PERFORM CARGA-ESTADOS-COLA
               IF WS-DSP-LLENA
                   DISPLAY "DESPACHO.DAT EXCEDE 2000 PARTIDAS; SE "
                       "CONFIRMAN LAS PRIMERAS 2000 Y SE DEPURA"
               END-IF
               PERFORM CARGA-INVENTARIO
               PERFORM PROCESA-ACUSES
               IF WS-CONT-CONFIRMADAS > 0
                   PERFORM GRABA-INVENTARIO
                   PERFORM MARCA-COLA-RECONOCIDOS
               END-IF
               IF WS-DSP-LLENA
                   PERFORM APARTA-EXCEDENTE
               END-IF
               PERFORM DEPURA-EMBARCADAS
               PERFORM GRABA-DESPACHOS
               IF WS-DSP-LLENA
                   PERFORM REPONE-EXCEDENTE
               END-IF
               PERFORM ESCRIBE-REPORTE
               IF WS-CONT-EXCEDENTE > 0 OR WS-CONT-DIFERIDAS > 0
                   DISPLAY "DESPACHO.DAT AUN CONSERVA "
                       WS-CONT-EXCEDENTE " PARTIDAS FUERA DE MEMORIA "
                       "Y " WS-CONT-DIFERIDAS " CONFIRMACIONES "
                       "DIFERIDAS; CORRA DE NUEVO"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-CONT-RECHAZADAS > 0
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-ESTADOS-COLA.
               MOVE "N" TO WS-EOF-MSG-SWITCH
               OPEN INPUT MSGQUEUE-FILE
               IF WS-MSG-STATUS = "00"
                   PERFORM UNTIL WS-EOF-MSG
                       READ MSGQUEUE-FILE
                           AT END
                               SET WS-EOF-MSG TO TRUE
                           NOT AT END
                               IF MQ-SECUENCIA IS NUMERIC
                                       AND MQ-SECUENCIA > 0
                                   MOVE MQ-ESTADO TO
                                       WS-MQ-EST(MQ-SECUENCIA)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MSGQUEUE-FILE
               END-IF.

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

           PROCESA-ACUSES.
               MOVE "N" TO WS-EOF-ACD-SWITCH
               OPEN INPUT ACUSEDEP-FILE
               IF WS-ACD-STATUS NOT = "00"
                   DISPLAY "ACUSEDEP.DAT NO ENCONTRADO, SIN "
                       "CONFIRMACIONES DEL DEPOSITO"
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND INVMOV-FILE
               IF WS-MOV-STATUS = "05" OR WS-MOV-STATUS = "35"
                   CLOSE INVMOV-FILE
                   OPEN OUTPUT INVMOV-FILE
               END-IF
               PERFORM UNTIL WS-EOF-ACD
                   READ ACUSEDEP-FILE
                       AT END
                           SET WS-EOF-ACD TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-ACUSES
                           PERFORM VALIDA-ACUSE
                   END-READ
               END-PERFORM
               CLOSE INVMOV-FILE
               CLOSE ACUSEDEP-FILE
               DISPLAY "CONFIRMACIONES ACEPTADAS: "
                   WS-CONT-CONFIRMADAS " REPETIDAS: "
                   WS-CONT-REPETIDAS " RECHAZADAS: "
                   WS-CONT-RECHAZADAS.

      * UNA CONFIRMACION SOLO PASA SI SU CHECKSUM PRUEBA, EXISTE LA
      * PARTIDA ENVIADA CON ESA SECUENCIA Y EL TEXTO ES EL DEL
      * MENSAJE QUE SE ENVIO (MISMO PRODUCTO, CANTIDAD Y PARTIDA)
           VALIDA-ACUSE.
               MOVE AD-TEXTO TO WS-DSP-MENSAJE
               PERFORM CALCULA-CHECKSUM-DSP
               MOVE WS-DSP-CHECKSUM TO WS-CHECKSUM-ACUSE
               PERFORM BUSCA-DESPACHO
               IF WS-DSP-INDICE-ACUSE > 0
                   MOVE "P" TO WS-DSP-M-TIPO
                   MOVE WS-DSP-CODIGO(WS-DSP-INDICE-ACUSE) TO
                       WS-DSP-M-CODIGO
                   MOVE WS-DSP-CANTIDAD(WS-DSP-INDICE-ACUSE) TO
                       WS-DSP-M-CANTIDAD
                   MOVE WS-DSP-PARTIDA(WS-DSP-INDICE-ACUSE) TO
                       WS-DSP-M-PARTIDA
               END-IF
               EVALUATE TRUE
                   WHEN AD-SECUENCIA IS NOT NUMERIC
                           OR AD-SECUENCIA = 0
                       PERFORM RECHAZA-ACUSE
                   WHEN AD-CHECKSUM IS NOT NUMERIC
                           OR WS-CHECKSUM-ACUSE NOT = AD-CHECKSUM
                       DISPLAY "CONFIRMACION CORRUPTA, SECUENCIA "
                           AD-SECUENCIA
                       PERFORM RECHAZA-ACUSE
                   WHEN WS-MQ-EST(AD-SECUENCIA) = "A"
                       ADD 1 TO WS-CONT-REPETIDAS
                   WHEN WS-DSP-INDICE-ACUSE = 0
                           AND WS-DSP-LLENA
                           AND AD-SECUENCIA >
                               WS-DSP-SECUENCIA(WS-DSP-COUNT)
                           AND AD-SECUENCIA <= WS-DSP-SEQ-MAX
                       ADD 1 TO WS-CONT-DIFERIDAS
                   WHEN WS-DSP-INDICE-ACUSE = 0
                       DISPLAY "SIN PARTIDA ENVIADA PARA LA "
                           "SECUENCIA " AD-SECUENCIA
                       PERFORM RECHAZA-ACUSE
                   WHEN WS-DSP-ESTADO(WS-DSP-INDICE-ACUSE) NOT = "E"
                       ADD 1 TO WS-CONT-REPETIDAS
                   WHEN WS-DSP-MENSAJE NOT = AD-TEXTO
                       DISPLAY "CONFIRMACION NO CORRESPONDE AL "
                           "MENSAJE ENVIADO, SECUENCIA " AD-SECUENCIA
                       PERFORM RECHAZA-ACUSE
                   WHEN OTHER
                       PERFORM CONFIRMA-PARTIDA
               END-EVALUATE.

           BUSCA-DESPACHO.
               MOVE 0 TO WS-DSP-INDICE-ACUSE
               IF AD-SECUENCIA IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-DSP-I FROM 1 BY 1
                       UNTIL WS-DSP-I > WS-DSP-COUNT
                           OR WS-DSP-INDICE-ACUSE > 0
                   IF WS-DSP-SECUENCIA(WS-DSP-I) = AD-SECUENCIA
                       MOVE WS-DSP-I TO WS-DSP-INDICE-ACUSE
                   END-IF
               END-PERFORM.

           RECHAZA-ACUSE.
               ADD 1 TO WS-CONT-RECHAZADAS
               MOVE "AD-SECUENCIA" TO WS-ERR-CAMPO-NOMBRE
               MOVE ACUSEDEP-RECORD TO WS-ERR-CAMPO-VALOR
               PERFORM REGISTRA-RECHAZO.

      * LA PARTIDA QUEDA EMBARCADA Y HASTA AHORA SALE LA MERCANCIA:
      * BAJA LA EXISTENCIA (PUEDE QUEDAR NEGATIVA Y SE AVISA) Y SE
      * ESCRIBE LA SALIDA CON REFERENCIA AL PEDIDO
           CONFIRMA-PARTIDA.
               MOVE "S" TO WS-DSP-ESTADO(WS-DSP-INDICE-ACUSE)
               MOVE WS-FECHA-HOY TO WS-DSP-FEC-EMB(WS-DSP-INDICE-ACUSE)
               MOVE "A" TO WS-MQ-EST(AD-SECUENCIA)
               ADD 1 TO WS-CONT-CONFIRMADAS
               ADD WS-DSP-CANTIDAD(WS-DSP-INDICE-ACUSE) TO
                   WS-UNID-CONFIRMADAS
               MOVE 0 TO WS-INV-INDICE
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-INV-COUNT
                           OR WS-INV-INDICE > 0
                   IF WS-I-CODIGO(WS-INV-I) =
                           WS-DSP-CODIGO(WS-DSP-INDICE-ACUSE)
                       MOVE WS-INV-I TO WS-INV-INDICE
                   END-IF
               END-PERFORM
               IF WS-INV-INDICE = 0
                   IF WS-INV-COUNT >= 500
                       DISPLAY "AVISO: INVENTARIO LLENO, SIN SALIDA "
                           "PARA " WS-DSP-CODIGO(WS-DSP-INDICE-ACUSE)
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-INV-COUNT
                   MOVE WS-INV-COUNT TO WS-INV-INDICE
                   MOVE WS-DSP-CODIGO(WS-DSP-INDICE-ACUSE) TO
                       WS-I-CODIGO(WS-INV-INDICE)
                   MOVE 0 TO WS-I-EXIST(WS-INV-INDICE)
                   MOVE 0 TO WS-I-REORDEN(WS-INV-INDICE)
                   MOVE 0 TO WS-I-COSTO(WS-INV-INDICE)
               END-IF
               SUBTRACT WS-DSP-CANTIDAD(WS-DSP-INDICE-ACUSE) FROM
                   WS-I-EXIST(WS-INV-INDICE)
               IF WS-I-EXIST(WS-INV-INDICE) < 0
                   DISPLAY "AVISO: EXISTENCIA NEGATIVA EN "
                       WS-I-CODIGO(WS-INV-INDICE) " ("
                       WS-I-EXIST(WS-INV-INDICE) ")"
               END-IF
               MOVE SPACES TO INVMOV-RECORD
               MOVE WS-FECHA-HOY TO IM-FECHA
               MOVE WS-DSP-CODIGO(WS-DSP-INDICE-ACUSE) TO IM-CODIGO
               MOVE "S" TO IM-TIPO
               COMPUTE IM-CANTIDAD =
                   0 - WS-DSP-CANTIDAD(WS-DSP-INDICE-ACUSE)
               MOVE WS-I-COSTO(WS-INV-INDICE) TO IM-COSTO-UNITARIO
               MOVE SPACES TO IM-REFERENCIA
               STRING "PED" WS-DSP-PEDIDO(WS-DSP-INDICE-ACUSE)
                   DELIMITED BY SIZE INTO IM-REFERENCIA
               WRITE INVMOV-RECORD.

      * LA COLA SE REGRABA VIA MSGQUEUE.NEW CON LOS MENSAJES
      * CONFIRMADOS EN ESTADO A (RECONOCIDO)
           MARCA-COLA-RECONOCIDOS.
               MOVE "N" TO WS-EOF-MSG-SWITCH
               OPEN INPUT MSGQUEUE-FILE
               IF WS-MSG-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT MSGQUEUE-NUEVO
               PERFORM UNTIL WS-EOF-MSG
                   READ MSGQUEUE-FILE
                       AT END
                           SET WS-EOF-MSG TO TRUE
                       NOT AT END
                           IF MQ-SECUENCIA IS NUMERIC
                                   AND MQ-SECUENCIA > 0
                               IF WS-MQ-EST(MQ-SECUENCIA) = "A"
                                   MOVE "A" TO MQ-ESTADO
                               END-IF
                           END-IF
                           MOVE MENSAJE-RECORD TO MENSAJE-NUEVO-RECORD
                           WRITE MENSAJE-NUEVO-RECORD
                   END-READ
               END-PERFORM
               CLOSE MSGQUEUE-FILE
               CLOSE MSGQUEUE-NUEVO
               PERFORM REGRABA-COLA.

           REGRABA-COLA.
               MOVE "N" TO WS-EOF-NUEVO-SWITCH
               OPEN INPUT MSGQUEUE-NUEVO
               OPEN OUTPUT MSGQUEUE-FILE
               PERFORM UNTIL WS-EOF-NUEVO
                   READ MSGQUEUE-NUEVO
                       AT END
                           SET WS-EOF-NUEVO TO TRUE
                       NOT AT END
                           MOVE MENSAJE-NUEVO-RECORD TO
                               MENSAJE-RECORD
                           WRITE MENSAJE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MSGQUEUE-NUEVO
               CLOSE MSGQUEUE-FILE.

      * LAS PARTIDAS EMBARCADAS EN DIAS ANTERIORES SALEN DEL ARCHIVO;
      * LAS DE HOY SE QUEDAN PARA QUE LA CORRIDA SE PUEDA REPETIR
           DEPURA-EMBARCADAS.
               MOVE 0 TO WS-DSP-J
               PERFORM VARYING WS-DSP-I FROM 1 BY 1
                       UNTIL WS-DSP-I > WS-DSP-COUNT
                   IF WS-DSP-ESTADO(WS-DSP-I) = "S"
                           AND WS-DSP-FEC-EMB(WS-DSP-I) < WS-FECHA-HOY
                       ADD 1 TO WS-CONT-DEPURADAS
                   ELSE
                       ADD 1 TO WS-DSP-J
                       IF WS-DSP-J NOT = WS-DSP-I
                           MOVE WS-DSP-ENTRY(WS-DSP-I) TO
                               WS-DSP-ENTRY(WS-DSP-J)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-DSP-J TO WS-DSP-COUNT.

      * CON DESPACHO.DAT EXCEDIDO LOS RENGLONES QUE NO CUPIERON EN
      * MEMORIA PASAN A DESPACHO.NEW ANTES DE REGRABAR LA TABLA,
      * SIN LOS EMBARCADOS EN DIAS ANTERIORES, Y LUEGO SE AGREGAN DE
      * NUEVO AL FINAL; ASI EL ARCHIVO SE DEPURA AUNQUE NO QUEPA
           APARTA-EXCEDENTE.
               MOVE 0 TO WS-CONT-SALTADAS
               MOVE 0 TO WS-CONT-EXCEDENTE
               MOVE "N" TO WS-DSP-EOF-SWITCH
               OPEN INPUT DESPACHO-FILE
               OPEN OUTPUT DESPACHO-NUEVO
               PERFORM UNTIL WS-DSP-EOF
                   READ DESPACHO-FILE
                       AT END
                           SET WS-DSP-EOF TO TRUE
                       NOT AT END
                           IF DSP-SECUENCIA IS NUMERIC
                               IF WS-CONT-SALTADAS < 2000
                                   ADD 1 TO WS-CONT-SALTADAS
                               ELSE
                                   PERFORM APARTA-UN-EXCEDENTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESPACHO-FILE
               CLOSE DESPACHO-NUEVO.

           APARTA-UN-EXCEDENTE.
               IF DSP-ESTADO = "S"
                       AND DSP-FECHA-EMBARQUE < WS-FECHA-HOY
                   ADD 1 TO WS-CONT-DEPURADAS
               ELSE
                   MOVE DESPACHO-RECORD TO DESPACHO-NUEVO-RECORD
                   WRITE DESPACHO-NUEVO-RECORD
                   ADD 1 TO WS-CONT-EXCEDENTE
               END-IF.

           REPONE-EXCEDENTE.
               MOVE "N" TO WS-EOF-DSPNUEVO-SWITCH
               OPEN INPUT DESPACHO-NUEVO
               OPEN EXTEND DESPACHO-FILE
               PERFORM UNTIL WS-EOF-DSPNUEVO
                   READ DESPACHO-NUEVO
                       AT END
                           SET WS-EOF-DSPNUEVO TO TRUE
                       NOT AT END
                           MOVE DESPACHO-NUEVO-RECORD TO
                               DESPACHO-RECORD
                           WRITE DESPACHO-RECORD
                   END-READ
               END-PERFORM
               CLOSE DESPACHO-NUEVO
               CLOSE DESPACHO-FILE.

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "DESPEND." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-DESP-FILENAME
               OPEN OUTPUT DESP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO DESP-LINE
               WRITE DESP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO DESP-LINE
               WRITE DESP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO DESP-LINE
               WRITE DESP-LINE
               MOVE SPACES TO DESP-LINE
               STRING "PARTIDAS SIN CONFIRMAR POR EL DEPOSITO AL "
                   WS-FECHA-HOY " (COMPANIA " WS-CIA-ACTUAL ")"
                   DELIMITED BY SIZE INTO DESP-LINE
               WRITE DESP-LINE
               MOVE WS-DESP-TITULO TO DESP-LINE
               WRITE DESP-LINE
               PERFORM VARYING WS-DSP-I FROM 1 BY 1
                       UNTIL WS-DSP-I > WS-DSP-COUNT
                   MOVE WS-DSP-CIA(WS-DSP-I) TO WS-CIA-DESPACHO
                   IF WS-CIA-DESPACHO = SPACES
                       MOVE "01" TO WS-CIA-DESPACHO
                   END-IF
                   IF WS-DSP-ESTADO(WS-DSP-I) = "E"
                           AND WS-CIA-DESPACHO = WS-CIA-ACTUAL
                       PERFORM ESCRIBE-SIN-EMBARCAR
                   END-IF
               END-PERFORM
               MOVE "PARTIDAS SIN CONFIRMAR" TO WS-T-ETIQUETA
               MOVE WS-CONT-SIN-EMBARCAR TO WS-T-CANTIDAD
               MOVE WS-TOTAL-LINE TO DESP-LINE
               WRITE DESP-LINE
               MOVE "UNIDADES SIN CONFIRMAR" TO WS-T-ETIQUETA
               MOVE WS-UNID-SIN-EMBARCAR TO WS-T-CANTIDAD
               MOVE WS-TOTAL-LINE TO DESP-LINE
               WRITE DESP-LINE
               MOVE "PARTIDAS CONFIRMADAS EN LA CORRIDA" TO
                   WS-T-ETIQUETA
               MOVE WS-CONT-CONFIRMADAS TO WS-T-CANTIDAD
               MOVE WS-TOTAL-LINE TO DESP-LINE
               WRITE DESP-LINE
               MOVE WS-REPORTE-PIE-LINE TO DESP-LINE
               WRITE DESP-LINE
               CLOSE DESP-REPORT
               MOVE "SINEMBARCAR" TO WS-RC-TIPO
               MOVE WS-DESP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-SIN-EMBARCAR TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "SIN EMBARCAR EN " WS-DESP-FILENAME
               DISPLAY "  CONFIRMACIONES LEIDAS  " WS-CONT-ACUSES
               DISPLAY "  PARTIDAS EMBARCADAS    " WS-CONT-CONFIRMADAS
               DISPLAY "  UNIDADES EMBARCADAS    " WS-UNID-CONFIRMADAS
               DISPLAY "  PARTIDAS SIN CONFIRMAR " WS-CONT-SIN-EMBARCAR
               DISPLAY "  EMBARCADAS DEPURADAS   " WS-CONT-DEPURADAS
               IF WS-DSP-LLENA
                   DISPLAY "  FUERA DE MEMORIA       "
                       WS-CONT-EXCEDENTE
                   DISPLAY "  ACUSES DIFERIDOS       "
                       WS-CONT-DIFERIDAS
               END-IF.

      * EL ESTADO DEL MENSAJE EN LA COLA DICE DONDE SE QUEDO: POR
      * VALIDAR, VALIDADO Y EN ESPERA DEL DEPOSITO, CORRUPTO (VA EN
      * RETRANS.REQ) O YA NO ESTA EN LA COLA
           ESCRIBE-SIN-EMBARCAR.
               MOVE WS-DSP-SECUENCIA(WS-DSP-I) TO WS-L-SECUENCIA
               MOVE WS-DSP-PEDIDO(WS-DSP-I) TO WS-L-PEDIDO
               MOVE WS-DSP-PARTIDA(WS-DSP-I) TO WS-L-PARTIDA
               MOVE WS-DSP-FECHA(WS-DSP-I) TO WS-L-FECHA
               MOVE WS-DSP-CLIENTE(WS-DSP-I) TO WS-L-CLIENTE
               MOVE WS-DSP-CODIGO(WS-DSP-I) TO WS-L-CODIGO
               MOVE WS-DSP-CANTIDAD(WS-DSP-I) TO WS-L-CANTIDAD
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(WS-DSP-FECHA(WS-DSP-I))
               MOVE WS-DIAS TO WS-L-DIAS
               EVALUATE WS-MQ-EST(WS-DSP-SECUENCIA(WS-DSP-I))
                   WHEN "P"
                       MOVE "POR VALIDAR" TO WS-L-COLA
                   WHEN "V"
                       MOVE "VALIDADO" TO WS-L-COLA
                   WHEN "C"
                       MOVE "CORRUPTO" TO WS-L-COLA
                   WHEN "A"
                       MOVE "RECONOCIDO" TO WS-L-COLA
                   WHEN OTHER
                       MOVE "NO EN COLA" TO WS-L-COLA
               END-EVALUATE
               MOVE WS-DESP-LINE TO DESP-LINE
               WRITE DESP-LINE
               ADD 1 TO WS-CONT-SIN-EMBARCAR
               ADD WS-DSP-CANTIDAD(WS-DSP-I) TO WS-UNID-SIN-EMBARCAR.

       COPY DSPPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
