      *            customer, and which roster extracts in the run
      *            directory included it (the extract list is staged
      *            with a shell ls, same technique the drivers use
      *            for launching programs), plus every dunning letter
      *            logged for it in COBRHIST.DAT.
      *            Also lists the customer's installment agreements
      *            from CONVENIO.DAT (status, amount paid as of the
      *            last daily check and the due-date schedule), so an
      *            active plan or a broken promise shows at a glance.
      *            The customer's service cases from CASOS.DAT are
      *            listed too: every case still open (days open and
      *            whether it is past its category target) and those
      *            closed in the last 90 days with their resolution.
      *            A customer purged from the master is looked up in
      *            the archive CLIARCH.DAT (XA copybooks) and shown
      *            the same way, flagged as archived with its date.
      *            Every customer shown is logged to ACCESOS.LOG (ACL
      *            copybooks) with operator, program, date and time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY NDXSEL.
           COPY COBSEL.
           COPY CVSEL.
           COPY QJSEL.
           COPY XASEL.
           COPY ACLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY AUDITFD.
       COPY ERRFD.
       COPY NDXFD.
       COPY COBFD.
       COPY CVFD.
       COPY QJFD.
       COPY XAFD.
       COPY ACLFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY EDAD.
       COPY NDXWS.
       COPY CVWS.
       COPY QJWS.
       COPY XAWS.
       COPY ACLWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-LISTA-STATUS         PIC XX.
       01  WS-ROSTER-STATUS        PIC XX.
       01  WS-COBH-STATUS          PIC XX.
       01  WS-ROSTER-FILENAME      PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-LISTA        VALUE "Y".
       01  WS-EOF-ROSTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-ROSTER       VALUE "Y".
       01  WS-EOF-COBH-SWITCH      PIC X VALUE "N".
           88  WS-EOF-COBH         VALUE "Y".

       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-CONT-RECHAZOS        PIC 9(4) VALUE 0.
       01  WS-POS-LEIDA            PIC 9(6) VALUE 0.
       01  WS-CONT-ROSTERS         PIC 9(4) VALUE 0.
       01  WS-CONT-CARTAS-COB      PIC 9(4) VALUE 0.
       01  WS-NIVEL-COB-DESC       PIC X(22).
       01  WS-CONT-CONVENIOS       PIC 9(4) VALUE 0.
       01  WS-CV-ESTATUS-DESC      PIC X(12).
       01  WS-CV-V-I               PIC 99 VALUE 0.
       01  WS-CV-MONTO-EDIT        PIC ZZZZZZ9.99.
       01  WS-CV-PAGADO-EDIT       PIC -(8)9.99.
       01  WS-CONT-CASOS           PIC 9(4) VALUE 0.
       01  WS-QJ-ENTERO-HOY        PIC 9(8) VALUE 0.
       01  WS-QJ-DIAS              PIC 9(5) VALUE 0.
       01  WS-QJ-DIAS-RECIENTE     PIC 9(3) VALUE 90.
       01  WS-QJ-ESTATUS-DESC      PIC X(10).
       01  WS-QJ-MARCA             PIC X(11).

       PROCEDURE DIVISION.
           MAIN.
               STOP RUN.

           CONSULTA-360.
               MOVE "360" TO WS-ACL-VISTA
               PERFORM BUSCA-CLIENTE
               IF NOT WS-FOUND
                   PERFORM BUSCA-EN-ARCHIVO
               END-IF
               IF NOT WS-FOUND
                   DISPLAY "CLIENTE NO EXISTE EN EL MAESTRO: "
                       CLIENTE-ID
               ELSE
                   MOVE CLIENTE-ID TO WS-ACL-CLIENTE-ID
                   PERFORM ANOTA-ACCESO-CLIENTE
                   PERFORM MUESTRA-MAESTRO
                   PERFORM MUESTRA-RECHAZOS
                   PERFORM MUESTRA-ROSTERS
                   PERFORM MUESTRA-COBRANZA
                   PERFORM MUESTRA-CONVENIOS
                   PERFORM MUESTRA-CASOS
               END-IF.

           MUESTRA-MAESTRO.
                   END-IF
               END-IF.

           MUESTRA-COBRANZA.
               DISPLAY "=== CARTAS DE COBRANZA ==="
               MOVE 0 TO WS-CONT-CARTAS-COB
               MOVE "N" TO WS-EOF-COBH-SWITCH
               OPEN INPUT COBRANZA-HIST-FILE
               IF WS-COBH-STATUS NOT = "00"
                   DISPLAY "(SIN HISTORIA DE COBRANZA)"
               ELSE
                   PERFORM UNTIL WS-EOF-COBH
                       READ COBRANZA-HIST-FILE
                           AT END
                               SET WS-EOF-COBH TO TRUE
                           NOT AT END
                               IF CH-CLIENTE-ID = CLIENTE-ID
                                   PERFORM MUESTRA-CARTA-COBRANZA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COBRANZA-HIST-FILE
                   DISPLAY "CARTAS ENVIADAS: " WS-CONT-CARTAS-COB
               END-IF.

           MUESTRA-CARTA-COBRANZA.
               EVALUATE CH-NIVEL
                   WHEN 1
                       MOVE "RECORDATORIO (30)" TO WS-NIVEL-COB-DESC
                   WHEN 2
                       MOVE "AVISO FORMAL (60)" TO WS-NIVEL-COB-DESC
                   WHEN 3
                       MOVE "REQUERIMIENTO (90+)" TO WS-NIVEL-COB-DESC
                   WHEN OTHER
                       MOVE "CICLO CERRADO" TO WS-NIVEL-COB-DESC
                       IF CH-CARTAS-ARCHIVO(1:9) = "CONVENIO."
                           MOVE "PROMESA ROTA, REINICIA" TO
                               WS-NIVEL-COB-DESC
                       END-IF
               END-EVALUATE
               IF CH-NIVEL NOT = 0
                   ADD 1 TO WS-CONT-CARTAS-COB
               END-IF
               DISPLAY CH-FECHA " " WS-NIVEL-COB-DESC " VENCIDO "
                   CH-VENCIDO " " CH-CARTAS-ARCHIVO.

      * TODOS LOS CONVENIOS DEL CLIENTE, DEL MAS VIEJO AL MAS
      * RECIENTE; LO PAGADO ES EL DE LA ULTIMA REVISION DIARIA
           MUESTRA-CONVENIOS.
               DISPLAY "=== CONVENIOS DE PAGO ==="
               MOVE 0 TO WS-CONT-CONVENIOS
               PERFORM CARGA-CONVENIOS
               PERFORM VARYING WS-CV-I FROM 1 BY 1
                       UNTIL WS-CV-I > WS-CV-COUNT
                   IF WS-CV-ID(WS-CV-I) = CLIENTE-ID
                       MOVE WS-CV-REG(WS-CV-I) TO CONVENIO-RECORD
                       PERFORM MUESTRA-CONVENIO
                   END-IF
               END-PERFORM
               IF WS-CONT-CONVENIOS = 0
                   DISPLAY "(SIN CONVENIOS)"
               END-IF.

           MUESTRA-CONVENIO.
               ADD 1 TO WS-CONT-CONVENIOS
               EVALUATE TRUE
                   WHEN CV-ACTIVO
                       MOVE "ACTIVO" TO WS-CV-ESTATUS-DESC
                   WHEN CV-ROTO
                       MOVE "PROMESA ROTA" TO WS-CV-ESTATUS-DESC
                   WHEN CV-CUMPLIDO
                       MOVE "CUMPLIDO" TO WS-CV-ESTATUS-DESC
                   WHEN OTHER
                       MOVE "CANCELADO" TO WS-CV-ESTATUS-DESC
               END-EVALUATE
               MOVE CV-TOTAL TO WS-CV-MONTO-EDIT
               MOVE CV-PAGADO TO WS-CV-PAGADO-EDIT
               DISPLAY "CONVENIO " CV-NUMERO " " WS-CV-ESTATUS-DESC
                   " ALTA " CV-FECHA-ALTA " TOTAL " WS-CV-MONTO-EDIT
                   " PAGADO " WS-CV-PAGADO-EDIT
               IF CV-ROTO
                   DISPLAY "  ROTO EL " CV-FECHA-ROTO
                       "  ULTIMA REVISION " CV-FECHA-REVISION
               ELSE
                   DISPLAY "  ULTIMA REVISION " CV-FECHA-REVISION
               END-IF
               PERFORM VARYING WS-CV-V-I FROM 1 BY 1
                       UNTIL WS-CV-V-I > CV-PARCIALIDADES
                           OR WS-CV-V-I > 24
                   MOVE CV-V-MONTO(WS-CV-V-I) TO WS-CV-MONTO-EDIT
                   DISPLAY "  " WS-CV-V-I " " CV-V-FECHA(WS-CV-V-I)
                       " " WS-CV-MONTO-EDIT
               END-PERFORM.

      * CASOS ABIERTOS O EN PROCESO, Y LOS CERRADOS EN LOS ULTIMOS
      * 90 DIAS; LA META ES LA DE SU CATEGORIA EN CASOSCAT.PRM
           MUESTRA-CASOS.
               DISPLAY "=== CASOS DE SERVICIO ==="
               MOVE 0 TO WS-CONT-CASOS
               ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
               COMPUTE WS-QJ-ENTERO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-ACTUAL)
               PERFORM CARGA-CATEGORIAS-CASO
               PERFORM CARGA-CASOS
               PERFORM VARYING WS-QJ-I FROM 1 BY 1
                       UNTIL WS-QJ-I > WS-QJ-COUNT
                   IF WS-QJ-ID(WS-QJ-I) = CLIENTE-ID
                       MOVE WS-QJ-REG(WS-QJ-I) TO CASO-RECORD
                       PERFORM MUESTRA-CASO
                   END-IF
               END-PERFORM
               IF WS-CONT-CASOS = 0
                   DISPLAY "(SIN CASOS ABIERTOS NI RECIENTES)"
               END-IF.

           MUESTRA-CASO.
               IF QJ-CERRADO
                   IF QJ-FECHA-CIERRE IS NOT NUMERIC
                           OR QJ-FECHA-CIERRE = 0
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION INTEGER-OF-DATE(QJ-FECHA-CIERRE) +
                           WS-QJ-DIAS-RECIENTE < WS-QJ-ENTERO-HOY
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               ADD 1 TO WS-CONT-CASOS
               MOVE SPACES TO WS-QJ-MARCA
               EVALUATE TRUE
                   WHEN QJ-ABIERTO
                       MOVE "ABIERTO" TO WS-QJ-ESTATUS-DESC
                   WHEN QJ-EN-PROCESO
                       MOVE "EN PROCESO" TO WS-QJ-ESTATUS-DESC
                   WHEN OTHER
                       MOVE "CERRADO" TO WS-QJ-ESTATUS-DESC
               END-EVALUATE
               IF QJ-CERRADO
                   COMPUTE WS-QJ-DIAS =
                       FUNCTION INTEGER-OF-DATE(QJ-FECHA-CIERRE) -
                       FUNCTION INTEGER-OF-DATE(QJ-FECHA-ALTA)
               ELSE
                   MOVE 0 TO WS-QJ-DIAS
                   IF QJ-FECHA-ALTA < WS-FECHA-ACTUAL
                       COMPUTE WS-QJ-DIAS = WS-QJ-ENTERO-HOY -
                           FUNCTION INTEGER-OF-DATE(QJ-FECHA-ALTA)
                   END-IF
                   MOVE QJ-CATEGORIA TO WS-QC-BUSCADA
                   PERFORM BUSCA-CATEGORIA-CASO
                   IF WS-QC-INDICE > 0
                       IF WS-QJ-DIAS > WS-QC-DIAS(WS-QC-INDICE)
                           MOVE "FUERA META" TO WS-QJ-MARCA
                       END-IF
                   END-IF
               END-IF
               DISPLAY "CASO " QJ-NUMERO " " WS-QJ-ESTATUS-DESC " "
                   QJ-CATEGORIA " ALTA " QJ-FECHA-ALTA " DIAS "
                   WS-QJ-DIAS " OPERADOR " QJ-OPERADOR " "
                   WS-QJ-MARCA
               DISPLAY "  " QJ-DESCRIPCION
               IF QJ-CERRADO
                   DISPLAY "  CERRADO EL " QJ-FECHA-CIERRE ": "
                       QJ-RESOLUCION
               ELSE
                   IF QJ-SEGUIMIENTO NOT = SPACES
                       DISPLAY "  ULTIMA NOTA (" QJ-FECHA-ACT "): "
                           QJ-SEGUIMIENTO
                   END-IF
               END-IF.

      * PRIMERO EL INDICE LATERAL; SIN INDICE O SIN COINCIDENCIA,
      * EL RECORRIDO SECUENCIAL COMPLETO DE SIEMPRE
           BUSCA-CLIENTE.
                   CLOSE CLIENTE-MASTER
               END-IF.

      * CLIENTE PURGADO: SE MUESTRA DESDE SU IMAGEN ARCHIVADA
           BUSCA-EN-ARCHIVO.
               MOVE CLIENTE-ID TO WS-XA-BUSCADO
               PERFORM BUSCA-CLIENTE-ARCHIVO
               IF WS-XA-HALLADO
                   MOVE WS-XA-IMAGEN TO WS-REG-CLIENTE
                   SET WS-FOUND TO TRUE
                   MOVE "ARCH" TO WS-ACL-VISTA
                   DISPLAY "*** CLIENTE ARCHIVADO (PURGADO DEL "
                       "MAESTRO) EL " WS-XA-FECHA-ARCH " ***"
               END-IF.

           LEE-CLIENTE-POR-POSICION.
               MOVE 0 TO WS-POS-LEIDA
               MOVE "N" TO WS-EOF-MASTER-SWITCH
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY NDXPROC.
       COPY CVPROC.
       COPY QJPROC.
       COPY XAPROC.
       COPY ACLPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
