      ******************************************************************
      * Author:
      * Date:
      * Purpose:   YEARLY ARCHIVE-AND-PURGE OF LONG-INACTIVE CUSTOMERS
      * Tectonics: cobc
      * Note:      Every sequential pass over CLIENTE.DAT was still
      *            reading customers given a baja years ago. Option P
      *            moves to the customer archive CLIARCH.DAT (shared
      *            XA copybooks) every customer of the run's company
      *            with FD-ESTATUS B and FD-FECHA-BAJA older than the
      *            retention in PURGA.PRM (years, written with 5 when
      *            missing), provided the sub-ledger balance is zero
      *            and there is no open service case, open back-order
      *            line or standing order still in force. Candidates
      *            and the count held back for each reason are listed
      *            in the catalogued report PURGA.yyyymmddhhmmss.RPT;
      *            only after confirmation is the live master
      *            rewritten without them, with its integrity trailer
      *            and index. Option R brings one archived customer
      *            back to the master (still as baja; the maintenance
      *            reingreso reactivates it) and removes it from the
      *            archive. Both options need a level-3 operator and
      *            the CLIENTE.DAT run lock and are written to
      *            AUDIT.LOG. CONSULTA-360 and the maintenance inquiry
      *            find archived customers in CLIARCH.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CLIENTE-NUEVO ASSIGN TO "CLIENTE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT CLIARCH-NUEVO ASSIGN TO "CLIARCH.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XAN-STATUS.
           SELECT PURGA-PRM-FILE ASSIGN TO "PURGA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGP-STATUS.
           SELECT ORDENES-FILE ASSIGN TO "ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT PURGA-REPORT ASSIGN TO DYNAMIC
                   WS-PURGA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURREP-STATUS.
           COPY XASEL.
           COPY SUBSEL.
           COPY QJSEL.
           COPY BOSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY CERRSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY NDXSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  CLIENTE-NUEVO.
       01  NUEVO-CLIENTE-RECORD    PIC X(153).

       FD  CLIARCH-NUEVO.
       01  CLIARCH-NUEVO-RECORD    PIC X(169).

       FD  PURGA-PRM-FILE.
       01  PURGA-PRM-RECORD.
           05  PGP-CONCEPTO        PIC X(10).
           05  PGP-VALOR           PIC 9(3).

       FD  ORDENES-FILE.
       01  ORDEN-RECORD.
           05  OR-NUMERO           PIC 9(4).
           05  OR-CLIENTE-ID       PIC X(6).
           05  OR-MONTO            PIC 9(7)V99.
           05  OR-TIPO             PIC X.
           05  OR-DIA              PIC 99.
           05  OR-DESDE            PIC 9(8).
           05  OR-HASTA            PIC 9(8).
           05  OR-COMPANIA         PIC X(2).

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       FD  PURGA-REPORT.
       01  PURGA-LINE              PIC X(100).

       COPY XAFD.

       COPY SUBFD.

       COPY QJFD.

       COPY BOFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY CERRFD.

       COPY AUDITFD.
       COPY ERRFD.
       COPY NDXFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY INTWS.
       COPY CERRWS.
       COPY FECWS.
       COPY CIAWS.
       COPY NDXWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY XAWS.
       COPY SUBWS.
       COPY QJWS.
       COPY BOWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-NUEVO-STATUS         PIC XX.
       01  WS-XAN-STATUS           PIC XX.
       01  WS-PGP-STATUS           PIC XX.
       01  WS-ORD-STATUS           PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-PURREP-STATUS        PIC XX.
       01  WS-PURGA-FILENAME       PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-NUEVO-SWITCH     PIC X VALUE "N".
           88  WS-EOF-NUEVO        VALUE "Y".
       01  WS-EOF-PGP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-PGP          VALUE "Y".
       01  WS-EOF-ORD-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ORD          VALUE "Y".
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-ES-SUPERVISOR-SW     PIC X VALUE "N".
           88  WS-ES-SUPERVISOR    VALUE "Y".
       01  WS-MISMA-CIA-SWITCH     PIC X VALUE "N".
           88  WS-MISMA-CIA        VALUE "Y".
       01  WS-EN-MAESTRO-SWITCH    PIC X VALUE "N".
           88  WS-EN-MAESTRO       VALUE "Y".
      * MOTIVO POR EL QUE UNA BAJA VENCIDA SE QUEDA EN EL MAESTRO:
      * S SALDO, C CASO ABIERTO, P PEDIDO U ORDEN VIGENTE
       01  WS-RETIENE              PIC X.

       01  WS-OPCION-PURGA         PIC X.
       01  WS-PG-AUD-EVENTO        PIC X(6).
       01  WS-PG-AUD-ESTATUS       PIC X(9).
       01  WS-PG-AUD-DETALLE       PIC X(50).
       01  WS-RESPUESTA            PIC X.
       01  WS-FECHA-HOY            PIC 9(8).

      * RETENCION EN ANOS DESDE LA BAJA (PURGA.PRM)
       01  WS-PURGA-ANOS           PIC 9(3) VALUE 5.
       01  WS-FECHA-CORTE          PIC 9(8) VALUE 0.

      * ORDENES PERMANENTES AUN VIGENTES (HASTA NO VENCIDO)
       01  WS-OV-COUNT             PIC 9(4) VALUE 0.
       01  WS-OV-TABLE.
           05  WS-OV-ID            PIC X(6) OCCURS 2000 TIMES.
       01  WS-OV-I                 PIC 9(4) VALUE 0.

      * CLIENTES A ARCHIVAR, EN EL ORDEN DEL MAESTRO
       01  WS-PG-COUNT             PIC 9(4) VALUE 0.
       01  WS-PG-EXTRA             PIC 9(5) VALUE 0.
       01  WS-PURGA-TABLE.
           05  WS-PG-ENTRY OCCURS 5000 TIMES.
               10  WS-PG-ID        PIC X(6).
               10  WS-PG-NOMBRE    PIC X(30).
               10  WS-PG-FECHA-BAJA PIC 9(8).
       01  WS-PG-I                 PIC 9(4) VALUE 0.
       01  WS-PG-CURSOR            PIC 9(4) VALUE 0.

       01  WS-CONT-VENCIDAS        PIC 9(5) VALUE 0.
       01  WS-CONT-RET-SALDO       PIC 9(5) VALUE 0.
       01  WS-CONT-RET-CASO        PIC 9(5) VALUE 0.
       01  WS-CONT-RET-PEDIDO      PIC 9(5) VALUE 0.
       01  WS-CONT-ARCHIVADOS      PIC 9(5) VALUE 0.
       01  WS-CONT-QUEDAN          PIC 9(5) VALUE 0.

       01  WS-PURGA-DET-LINE.
           05  WS-PD-ID            PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PD-NOMBRE        PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PD-FECHA-BAJA    PIC 9(8).

       01  WS-PURGA-TITULO-LINE.
           05  FILLER              PIC X(38) VALUE "ID     NOMBRE".
           05  FILLER              PIC X(10) VALUE "BAJA".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "PURGACLI" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM VERIFICA-SUPERVISOR
               IF NOT WS-ES-SUPERVISOR
                   DISPLAY "LA PURGA DE CLIENTES REQUIERE OPERADOR "
                       "SUPERVISOR (NIVEL 3)"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               MOVE "CLIENTE.DAT" TO WS-CER-ARCHIVO
               PERFORM RECLAMA-CERROJO
               IF WS-CER-OCUPADO
                   DISPLAY "CLIENTE.DAT EN USO POR " WS-CER-DUENO
                       ", INTENTA MAS TARDE"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               DISPLAY "P-PURGA ANUAL DE BAJAS  R-RECUPERA UN CLIENTE "
                   "ARCHIVADO  X-SALIR"
               ACCEPT WS-OPCION-PURGA
               EVALUATE WS-OPCION-PURGA
                   WHEN "P"
                   WHEN "p"
                       PERFORM PURGA-ANUAL
                   WHEN "R"
                   WHEN "r"
                       PERFORM RECUPERA-CLIENTE
                   WHEN OTHER
                       DISPLAY "NADA GRABADO"
               END-EVALUATE
               PERFORM LIBERA-CERROJO
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           VERIFICA-SUPERVISOR.
               MOVE "N" TO WS-ES-SUPERVISOR-SW
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE "N" TO WS-EOF-OPER-SWITCH
               OPEN INPUT OPERADOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   SET WS-ES-SUPERVISOR TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF-OPER
                       READ OPERADOR-MASTER
                           AT END
                               SET WS-EOF-OPER TO TRUE
                           NOT AT END
                               IF OP-ID = WS-AUD-OPERADOR
                                       AND OP-NIVEL IS NUMERIC
                                       AND OP-NIVEL >= 3
                                   SET WS-ES-SUPERVISOR TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-MASTER
               END-IF.

      * SIN PURGA.PRM SE ESCRIBE CON LA RETENCION DEL TALLER
           CARGA-PARAM-PURGA.
               MOVE "N" TO WS-EOF-PGP-SWITCH
               OPEN INPUT PURGA-PRM-FILE
               IF WS-PGP-STATUS NOT = "00"
                   DISPLAY "PURGA.PRM NO EXISTE, SE CREA CON VALORES "
                       "DEL TALLER"
                   OPEN OUTPUT PURGA-PRM-FILE
                   MOVE "ANOS-BAJA" TO PGP-CONCEPTO
                   MOVE WS-PURGA-ANOS TO PGP-VALOR
                   WRITE PURGA-PRM-RECORD
                   CLOSE PURGA-PRM-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-PGP
                   READ PURGA-PRM-FILE
                       AT END
                           SET WS-EOF-PGP TO TRUE
                       NOT AT END
                           IF PGP-CONCEPTO = "ANOS-BAJA"
                                   AND PGP-VALOR IS NUMERIC
                               MOVE PGP-VALOR TO WS-PURGA-ANOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGA-PRM-FILE.

           PURGA-ANUAL.
               PERFORM CARGA-PARAM-PURGA
               COMPUTE WS-FECHA-CORTE =
                   WS-FECHA-HOY - WS-PURGA-ANOS * 10000
               DISPLAY "SE ARCHIVAN BAJAS ANTERIORES AL "
                   WS-FECHA-CORTE " (" WS-PURGA-ANOS " ANOS)"
               PERFORM CARGA-SUBLEDGER
               PERFORM CARGA-CASOS
               PERFORM CARGA-PENDIENTES
               PERFORM CARGA-ORDENES-VIGENTES
               PERFORM SELECCIONA-PURGA
               PERFORM ESCRIBE-REPORTE-PURGA
               IF WS-PG-EXTRA > 0
                   DISPLAY "AVISO: " WS-PG-EXTRA " CLIENTES MAS "
                       "QUEDAN PARA LA SIGUIENTE CORRIDA"
               END-IF
               IF WS-PG-COUNT = 0
                   DISPLAY "NINGUN CLIENTE QUE ARCHIVAR"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "REVISA EL REPORTE " WS-PURGA-FILENAME
               DISPLAY "ARCHIVAR Y QUITAR DEL MAESTRO " WS-PG-COUNT
                   " CLIENTES (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "PURGA CANCELADA, NADA GRABADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM APLICA-PURGA
               DISPLAY "CLIENTES ARCHIVADOS: " WS-CONT-ARCHIVADOS
               DISPLAY "CLIENTES EN EL MAESTRO: " WS-CONT-QUEDAN
               MOVE "PURGA" TO WS-PG-AUD-EVENTO
               MOVE WS-CONT-ARCHIVADOS TO WS-PG-AUD-ESTATUS
               MOVE SPACES TO WS-PG-AUD-DETALLE
               STRING "ARCHIVADOS " WS-CONT-ARCHIVADOS
                   " CORTE " WS-FECHA-CORTE
                   DELIMITED BY SIZE INTO WS-PG-AUD-DETALLE
               PERFORM ANOTA-EVENTO-PURGA.

           CARGA-ORDENES-VIGENTES.
               MOVE 0 TO WS-OV-COUNT
               MOVE "N" TO WS-EOF-ORD-SWITCH
               OPEN INPUT ORDENES-FILE
               IF WS-ORD-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-ORD
                   READ ORDENES-FILE
                       AT END
                           SET WS-EOF-ORD TO TRUE
                       NOT AT END
                           IF OR-HASTA IS NUMERIC
                                   AND OR-HASTA >= WS-FECHA-HOY
                                   AND WS-OV-COUNT < 2000
                               ADD 1 TO WS-OV-COUNT
                               MOVE OR-CLIENTE-ID TO
                                   WS-OV-ID(WS-OV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-FILE.

      * PRIMERA PASADA, SOLO LECTURA: BAJAS DE LA COMPANIA CON FECHA
      * DE BAJA ANTERIOR AL CORTE Y SIN NADA PENDIENTE
           SELECCIONA-PURGA.
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   SET WS-EOF-MASTER TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND FD-ESTATUS = "B"
                                   AND FD-FECHA-BAJA IS NUMERIC
                                   AND FD-FECHA-BAJA > 0
                                   AND FD-FECHA-BAJA < WS-FECHA-CORTE
                               PERFORM ES-DE-LA-COMPANIA
                               IF WS-MISMA-CIA
                                   PERFORM EVALUA-BAJA-VENCIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF.

           EVALUA-BAJA-VENCIDA.
               ADD 1 TO WS-CONT-VENCIDAS
               PERFORM BUSCA-PENDIENTES-CLIENTE
               EVALUATE WS-RETIENE
                   WHEN "S"
                       ADD 1 TO WS-CONT-RET-SALDO
                   WHEN "C"
                       ADD 1 TO WS-CONT-RET-CASO
                   WHEN "P"
                       ADD 1 TO WS-CONT-RET-PEDIDO
                   WHEN OTHER
                       IF WS-PG-COUNT >= 5000
                           ADD 1 TO WS-PG-EXTRA
                       ELSE
                           ADD 1 TO WS-PG-COUNT
                           MOVE FD-CLIENTE-ID TO WS-PG-ID(WS-PG-COUNT)
                           MOVE SPACES TO WS-PG-NOMBRE(WS-PG-COUNT)
                           STRING FD-NOMBRE DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               FD-APELLIDOS DELIMITED BY "  "
                               INTO WS-PG-NOMBRE(WS-PG-COUNT)
                           END-STRING
                           MOVE FD-FECHA-BAJA TO
                               WS-PG-FECHA-BAJA(WS-PG-COUNT)
                       END-IF
               END-EVALUATE.

      * EL PRIMER MOTIVO QUE APLIQUE DEJA AL CLIENTE EN EL MAESTRO
           BUSCA-PENDIENTES-CLIENTE.
               MOVE SPACE TO WS-RETIENE
               MOVE FD-CLIENTE-ID TO WS-SUB-ID-BUSCADO
               PERFORM BUSCA-SUBLED
               IF WS-SUB-HALLADO
                   IF WS-SUB-SALDO(WS-SUB-INDICE) NOT = 0
                       MOVE "S" TO WS-RETIENE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM VARYING WS-QJ-I FROM 1 BY 1
                       UNTIL WS-QJ-I > WS-QJ-COUNT
                   IF WS-QJ-ID(WS-QJ-I) = FD-CLIENTE-ID
                           AND WS-QJ-EST(WS-QJ-I) NOT = "C"
                       MOVE "C" TO WS-RETIENE
                   END-IF
               END-PERFORM
               IF WS-RETIENE NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-BO-I FROM 1 BY 1
                       UNTIL WS-BO-I > WS-BO-COUNT
                   IF WS-BO-CLIENTE(WS-BO-I) = FD-CLIENTE-ID
                           AND WS-BO-ESTATUS(WS-BO-I) = "A"
                       MOVE "P" TO WS-RETIENE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-OV-I FROM 1 BY 1
                       UNTIL WS-OV-I > WS-OV-COUNT
                   IF WS-OV-ID(WS-OV-I) = FD-CLIENTE-ID
                       MOVE "P" TO WS-RETIENE
                   END-IF
               END-PERFORM.

           ES-DE-LA-COMPANIA.
               MOVE "N" TO WS-MISMA-CIA-SWITCH
               IF FD-COMPANIA = WS-CIA-ACTUAL
                   SET WS-MISMA-CIA TO TRUE
               ELSE
                   IF FD-COMPANIA = SPACES
                           AND WS-CIA-ACTUAL = "01"
                       SET WS-MISMA-CIA TO TRUE
                   END-IF
               END-IF.

           ESCRIBE-REPORTE-PURGA.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-PURGA-FILENAME
               STRING "PURGA." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-PURGA-FILENAME
               OPEN OUTPUT PURGA-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO PURGA-LINE
               WRITE PURGA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO PURGA-LINE
               WRITE PURGA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO PURGA-LINE
               WRITE PURGA-LINE
               MOVE SPACES TO PURGA-LINE
               STRING "=== BAJAS ANTERIORES AL " WS-FECHA-CORTE
                   " A ARCHIVAR ===" DELIMITED BY SIZE
                   INTO PURGA-LINE
               WRITE PURGA-LINE
               MOVE WS-PURGA-TITULO-LINE TO PURGA-LINE
               WRITE PURGA-LINE
               PERFORM VARYING WS-PG-I FROM 1 BY 1
                       UNTIL WS-PG-I > WS-PG-COUNT
                   MOVE WS-PG-ID(WS-PG-I) TO WS-PD-ID
                   MOVE WS-PG-NOMBRE(WS-PG-I) TO WS-PD-NOMBRE
                   MOVE WS-PG-FECHA-BAJA(WS-PG-I) TO WS-PD-FECHA-BAJA
                   MOVE WS-PURGA-DET-LINE TO PURGA-LINE
                   WRITE PURGA-LINE
               END-PERFORM
               MOVE SPACES TO PURGA-LINE
               WRITE PURGA-LINE
               MOVE SPACES TO PURGA-LINE
               STRING "BAJAS VENCIDAS: " WS-CONT-VENCIDAS
                   "  A ARCHIVAR: " WS-PG-COUNT
                   "  PARA LA SIGUIENTE CORRIDA: " WS-PG-EXTRA
                   DELIMITED BY SIZE INTO PURGA-LINE
               WRITE PURGA-LINE
               MOVE SPACES TO PURGA-LINE
               STRING "SE QUEDAN POR SALDO: " WS-CONT-RET-SALDO
                   "  POR CASO ABIERTO: " WS-CONT-RET-CASO
                   "  POR PEDIDO U ORDEN: " WS-CONT-RET-PEDIDO
                   DELIMITED BY SIZE INTO PURGA-LINE
               WRITE PURGA-LINE
               MOVE WS-REPORTE-PIE-LINE TO PURGA-LINE
               WRITE PURGA-LINE
               CLOSE PURGA-REPORT
               MOVE "PURGA" TO WS-RC-TIPO
               MOVE WS-PURGA-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-PG-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "CANDIDATOS A PURGA EN " WS-PURGA-FILENAME
               DISPLAY "  BAJAS VENCIDAS       " WS-CONT-VENCIDAS
               DISPLAY "  A ARCHIVAR           " WS-PG-COUNT
               DISPLAY "  SE QUEDAN POR SALDO  " WS-CONT-RET-SALDO
               DISPLAY "  POR CASO ABIERTO     " WS-CONT-RET-CASO
               DISPLAY "  POR PEDIDO U ORDEN   " WS-CONT-RET-PEDIDO.

      * SEGUNDA PASADA CON EL CERROJO TOMADO: EL MAESTRO SIGUE EN EL
      * MISMO ORDEN, ASI QUE EL CURSOR AVANZA CON LA LECTURA
           APLICA-PURGA.
               MOVE 1 TO WS-PG-CURSOR
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN EXTEND CLIARCH-FILE
               IF WS-XA-STATUS = "05" OR WS-XA-STATUS = "35"
                   CLOSE CLIARCH-FILE
                   OPEN OUTPUT CLIARCH-FILE
               END-IF
               OPEN INPUT CLIENTE-MASTER
               OPEN OUTPUT CLIENTE-NUEVO
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                               PERFORM PURGA-O-CONSERVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-MASTER
               CLOSE CLIENTE-NUEVO
               CLOSE CLIARCH-FILE
               PERFORM REGRABA-MASTER.

           PURGA-O-CONSERVA.
               IF WS-PG-CURSOR <= WS-PG-COUNT
                   IF FD-CLIENTE-ID = WS-PG-ID(WS-PG-CURSOR)
                       ADD 1 TO WS-PG-CURSOR
                       MOVE SPACES TO CLIARCH-RECORD
                       MOVE CLIENTE-RECORD TO XA-IMAGEN
                       MOVE WS-FECHA-HOY TO XA-FECHA-ARCH
                       MOVE WS-AUD-OPERADOR TO XA-OPERADOR
                       WRITE CLIARCH-RECORD
                       ADD 1 TO WS-CONT-ARCHIVADOS
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE CLIENTE-RECORD TO NUEVO-CLIENTE-RECORD
               WRITE NUEVO-CLIENTE-RECORD.

      * EL CLIENTE REGRESA AL FINAL DEL MAESTRO TAL COMO SE ARCHIVO
      * (COMO BAJA) Y SALE DEL ARCHIVO
           RECUPERA-CLIENTE.
               DISPLAY "ID DEL CLIENTE ARCHIVADO A RECUPERAR"
               ACCEPT WS-XA-BUSCADO
               PERFORM VERIFICA-EN-MAESTRO
               IF WS-EN-MAESTRO
                   DISPLAY "EL CLIENTE YA ESTA EN EL MAESTRO: "
                       WS-XA-BUSCADO
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-CLIENTE-ARCHIVO
               IF NOT WS-XA-HALLADO
                   DISPLAY "CLIENTE NO ESTA EN EL ARCHIVO: "
                       WS-XA-BUSCADO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-XA-IMAGEN TO CLIENTE-RECORD
               DISPLAY "ARCHIVADO EL " WS-XA-FECHA-ARCH " POR "
                   WS-XA-OPERADOR
               DISPLAY FD-CLIENTE-ID " " FD-NOMBRE " " FD-APELLIDOS
               DISPLAY "  DIR: " FD-CALLE " " FD-CIUDAD " CP " FD-CP
                   " BAJA DESDE " FD-FECHA-BAJA
               DISPLAY "CONFIRMAS LA RECUPERACION (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "RECUPERACION CANCELADA, NADA GRABADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM REGRESA-AL-MAESTRO
               PERFORM QUITA-DEL-ARCHIVO
               DISPLAY "CLIENTE RECUPERADO (COMO BAJA): " WS-XA-BUSCADO
               MOVE "RECUPE" TO WS-PG-AUD-EVENTO
               MOVE WS-XA-BUSCADO TO WS-PG-AUD-ESTATUS
               MOVE SPACES TO WS-PG-AUD-DETALLE
               STRING "ARCHIVADO EL " WS-XA-FECHA-ARCH
                   DELIMITED BY SIZE INTO WS-PG-AUD-DETALLE
               PERFORM ANOTA-EVENTO-PURGA.

           VERIFICA-EN-MAESTRO.
               MOVE "N" TO WS-EN-MAESTRO-SWITCH
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   SET WS-EOF-MASTER TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-MASTER OR WS-EN-MAESTRO
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND FD-CLIENTE-ID = WS-XA-BUSCADO
                               SET WS-EN-MAESTRO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF.

           REGRESA-AL-MAESTRO.
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS = "35"
                   SET WS-EOF-MASTER TO TRUE
               END-IF
               OPEN OUTPUT CLIENTE-NUEVO
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                               MOVE CLIENTE-RECORD TO
                                   NUEVO-CLIENTE-RECORD
                               WRITE NUEVO-CLIENTE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF
               MOVE WS-XA-IMAGEN TO NUEVO-CLIENTE-RECORD
               WRITE NUEVO-CLIENTE-RECORD
               CLOSE CLIENTE-NUEVO
               PERFORM REGRABA-MASTER.

           QUITA-DEL-ARCHIVO.
               MOVE "N" TO WS-XA-EOF-SWITCH
               OPEN INPUT CLIARCH-FILE
               OPEN OUTPUT CLIARCH-NUEVO
               PERFORM UNTIL WS-XA-EOF
                   READ CLIARCH-FILE
                       AT END
                           SET WS-XA-EOF TO TRUE
                       NOT AT END
                           IF XA-CLIENTE-ID NOT = WS-XA-BUSCADO
                               MOVE CLIARCH-RECORD TO
                                   CLIARCH-NUEVO-RECORD
                               WRITE CLIARCH-NUEVO-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIARCH-FILE
               CLOSE CLIARCH-NUEVO
               MOVE "N" TO WS-XA-EOF-SWITCH
               OPEN INPUT CLIARCH-NUEVO
               OPEN OUTPUT CLIARCH-FILE
               PERFORM UNTIL WS-XA-EOF
                   READ CLIARCH-NUEVO
                       AT END
                           SET WS-XA-EOF TO TRUE
                       NOT AT END
                           MOVE CLIARCH-NUEVO-RECORD TO
                               CLIARCH-RECORD
                           WRITE CLIARCH-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLIARCH-NUEVO
               CLOSE CLIARCH-FILE.

           REGRABA-MASTER.
               MOVE 0 TO WS-CONT-QUEDAN
               MOVE "N" TO WS-EOF-NUEVO-SWITCH
               PERFORM INICIA-INTEGRIDAD
               PERFORM INICIA-INDICE
               OPEN INPUT CLIENTE-NUEVO
               OPEN OUTPUT CLIENTE-MASTER
               PERFORM UNTIL WS-EOF-NUEVO
                   READ CLIENTE-NUEVO
                       AT END
                           SET WS-EOF-NUEVO TO TRUE
                       NOT AT END
                           MOVE NUEVO-CLIENTE-RECORD TO
                               CLIENTE-RECORD
                           WRITE CLIENTE-RECORD
                           ADD 1 TO WS-CONT-QUEDAN
                           MOVE CLIENTE-RECORD TO WS-INT-REGISTRO
                           PERFORM ACUMULA-INTEGRIDAD
                           MOVE FD-CLIENTE-ID TO WS-NDX-BUSCADO
                           MOVE WS-INT-REGS TO WS-NDX-POSICION
                           PERFORM ANOTA-INDICE
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-NUEVO
               PERFORM CONSTRUYE-TRAILER-INTEGRIDAD
               MOVE SPACES TO CLIENTE-RECORD
               MOVE WS-INT-LINEA TO CLIENTE-RECORD(1:18)
               WRITE CLIENTE-RECORD
               CLOSE CLIENTE-MASTER
               PERFORM GRABA-INDICE.

      * EVENTO, ESTATUS Y DETALLE LOS DEJA QUIEN LLAMA
           ANOTA-EVENTO-PURGA.
               PERFORM ABRE-AUDIT-LOG
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-PG-AUD-EVENTO TO AUD-EVENTO
               MOVE WS-PG-AUD-ESTATUS TO AUD-ESTATUS
               MOVE WS-PG-AUD-DETALLE TO AUD-DETALLE
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

       COPY XAPROC.
       COPY SUBPROC.
       COPY QJPROC.
       COPY BOPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY INTPROC.
       COPY CERRPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY NDXPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
