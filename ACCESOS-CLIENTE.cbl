      ******************************************************************
      * Author:
      * Date:
      * Purpose:   REPORTS OVER THE CUSTOMER-RECORD ACCESS LOG
      * Tectonics: cobc
      * Note:      HISTCLI.DAT proves who changed a customer; the
      *            access log ACCESOS.LOG (shared ACL copybooks) proves
      *            who looked at one: CONSULTA-360, CONSULTA-SALDO-
      *            CLIENTE, the maintenance inquiry, its change panel
      *            and its surname search write a row per customer
      *            shown. Option C lists every access to one customer
      *            of the run's company (operator, program, view, date
      *            and time) for a data-subject request. Option A sorts
      *            the log by operator and day and lists every operator
      *            who viewed more distinct customers in one day than
      *            the limit in ACCESOS.PRM (written with 50 when
      *            missing), optionally from a given date on. Both
      *            reports are catalogued and need a level-3 operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCESOS-PRM-FILE ASSIGN TO "ACCESOS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACP-STATUS.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT ACCESOS-REPORT ASSIGN TO DYNAMIC
                   WS-ACCESOS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCREP-STATUS.
           SELECT SORT-TRABAJO ASSIGN TO "ACCSORT.TMP".
           COPY ACLSEL.
           COPY XASEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  ACCESOS-PRM-FILE.
       01  ACCESOS-PRM-RECORD.
           05  ACP-CONCEPTO        PIC X(10).
           05  ACP-VALOR           PIC 9(4).

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       FD  ACCESOS-REPORT.
       01  ACCESOS-LINE            PIC X(100).

       SD  SORT-TRABAJO.
       01  SORT-REGISTRO.
           05  SW-OPERADOR         PIC X(8).
           05  SW-FECHA            PIC 9(8).
           05  SW-CLIENTE-ID       PIC X(6).

       COPY ACLFD.

       COPY XAFD.

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
       COPY ACLWS.
       COPY XAWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-ACP-STATUS           PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-ACCREP-STATUS        PIC XX.
       01  WS-ACCESOS-FILENAME     PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-ACL-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ACL          VALUE "Y".
       01  WS-EOF-ACP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ACP          VALUE "Y".
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-FIN-SORT-SWITCH      PIC X VALUE "N".
           88  WS-FIN-SORT         VALUE "Y".
       01  WS-ES-SUPERVISOR-SW     PIC X VALUE "N".
           88  WS-ES-SUPERVISOR    VALUE "Y".
       01  WS-MISMA-CIA-SWITCH     PIC X VALUE "N".
           88  WS-MISMA-CIA        VALUE "Y".
       01  WS-HAY-GRUPO-SWITCH     PIC X VALUE "N".
           88  WS-HAY-GRUPO        VALUE "Y".

       01  WS-OPCION-ACCESOS       PIC X.
       01  WS-CLIENTE-BUSCADO      PIC X(6).
       01  WS-CLIENTE-NOMBRE       PIC X(61).
       01  WS-FECHA-DESDE-X        PIC X(8).
       01  WS-FECHA-DESDE          PIC 9(8) VALUE 0.

      * TOPE DE CLIENTES DISTINTOS POR OPERADOR Y DIA (ACCESOS.PRM)
       01  WS-MAX-CLIENTES-DIA     PIC 9(4) VALUE 50.

      * CORTE DE CONTROL OPERADOR/DIA DEL REPORTE DE ANOMALIAS
       01  WS-GRUPO-ANTERIOR.
           05  WS-GA-OPERADOR      PIC X(8).
           05  WS-GA-FECHA         PIC 9(8).
       01  WS-GRUPO-ACTUAL.
           05  WS-GC-OPERADOR      PIC X(8).
           05  WS-GC-FECHA         PIC 9(8).
       01  WS-ID-ANTERIOR          PIC X(6).
       01  WS-GRP-CONSULTAS        PIC 9(6) VALUE 0.
       01  WS-GRP-CLIENTES         PIC 9(6) VALUE 0.

       01  WS-CONT-ACCESOS         PIC 9(6) VALUE 0.
       01  WS-CONT-GRUPOS          PIC 9(6) VALUE 0.
       01  WS-CONT-ANOMALIAS       PIC 9(6) VALUE 0.

       01  WS-ACCESO-DET-LINE.
           05  WS-AD-FECHA         PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AD-HORA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AD-OPERADOR      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AD-PROGRAMA      PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AD-VISTA         PIC X(4).

       01  WS-ACCESO-TITULO-LINE.
           05  FILLER              PIC X(18) VALUE "FECHA    HORA".
           05  FILLER              PIC X(9) VALUE "OPERADOR".
           05  FILLER              PIC X(21) VALUE "PROGRAMA".
           05  FILLER              PIC X(5) VALUE "VISTA".

       01  WS-ANOMALIA-DET-LINE.
           05  WS-AN-OPERADOR      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AN-FECHA         PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-AN-CLIENTES      PIC ZZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-AN-CONSULTAS     PIC ZZZZZZZZ9.

       01  WS-ANOMALIA-TITULO-LINE.
           05  FILLER              PIC X(19) VALUE "OPERADOR FECHA".
           05  FILLER              PIC X(9) VALUE "CLIENTES".
           05  FILLER              PIC X(9) VALUE "CONSULTAS".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "ACCESOCLI" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM CARGA-FECHA-NEGOCIO
               PERFORM VERIFICA-SUPERVISOR
               IF NOT WS-ES-SUPERVISOR
                   DISPLAY "LOS REPORTES DE ACCESOS REQUIEREN "
                       "OPERADOR SUPERVISOR (NIVEL 3)"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               DISPLAY "C-ACCESOS A UN CLIENTE  A-ANOMALIAS POR "
                   "OPERADOR  X-SALIR"
               ACCEPT WS-OPCION-ACCESOS
               EVALUATE WS-OPCION-ACCESOS
                   WHEN "C"
                   WHEN "c"
                       PERFORM ACCESOS-A-CLIENTE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ANOMALIAS-OPERADOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
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

      * SIN ACCESOS.PRM SE ESCRIBE CON EL TOPE DEL TALLER
           CARGA-PARAM-ACCESOS.
               MOVE "N" TO WS-EOF-ACP-SWITCH
               OPEN INPUT ACCESOS-PRM-FILE
               IF WS-ACP-STATUS NOT = "00"
                   DISPLAY "ACCESOS.PRM NO EXISTE, SE CREA CON VALORES "
                       "DEL TALLER"
                   OPEN OUTPUT ACCESOS-PRM-FILE
                   MOVE "MAX-DIA" TO ACP-CONCEPTO
                   MOVE WS-MAX-CLIENTES-DIA TO ACP-VALOR
                   WRITE ACCESOS-PRM-RECORD
                   CLOSE ACCESOS-PRM-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-ACP
                   READ ACCESOS-PRM-FILE
                       AT END
                           SET WS-EOF-ACP TO TRUE
                       NOT AT END
                           IF ACP-CONCEPTO = "MAX-DIA"
                                   AND ACP-VALOR IS NUMERIC
                               MOVE ACP-VALOR TO WS-MAX-CLIENTES-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-PRM-FILE.

      * RENGLONES SIN COMPANIA EQUIVALEN A LA 01
           ES-DE-LA-COMPANIA.
               MOVE "N" TO WS-MISMA-CIA-SWITCH
               IF ACL-COMPANIA = WS-CIA-ACTUAL
                   SET WS-MISMA-CIA TO TRUE
               ELSE
                   IF ACL-COMPANIA = SPACES
                           AND WS-CIA-ACTUAL = "01"
                       SET WS-MISMA-CIA TO TRUE
                   END-IF
               END-IF.

           ABRE-REPORTE-ACCESOS.
               OPEN OUTPUT ACCESOS-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE WS-REPORTE-IDENT-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE.

      * SOLICITUD DEL TITULAR: TODO ACCESO REGISTRADO A UN CLIENTE
           ACCESOS-A-CLIENTE.
               DISPLAY "ID DEL CLIENTE"
               ACCEPT WS-CLIENTE-BUSCADO
               IF WS-CLIENTE-BUSCADO = SPACES
                   DISPLAY "ID EN BLANCO, NADA QUE REPORTAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-NOMBRE-CLIENTE
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-ACCESOS-FILENAME
               STRING "ACCCLI." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-ACCESOS-FILENAME
               PERFORM ABRE-REPORTE-ACCESOS
               MOVE SPACES TO ACCESOS-LINE
               STRING "=== ACCESOS AL CLIENTE " WS-CLIENTE-BUSCADO
                   " " WS-CLIENTE-NOMBRE
                   DELIMITED BY SIZE INTO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE WS-ACCESO-TITULO-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE 0 TO WS-CONT-ACCESOS
               MOVE "N" TO WS-EOF-ACL-SWITCH
               OPEN INPUT ACCESO-CLIENTE-LOG
               IF WS-ACL-STATUS NOT = "00"
                   SET WS-EOF-ACL TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-ACL
                   READ ACCESO-CLIENTE-LOG
                       AT END
                           SET WS-EOF-ACL TO TRUE
                       NOT AT END
                           PERFORM ES-DE-LA-COMPANIA
                           IF ACL-CLIENTE-ID = WS-CLIENTE-BUSCADO
                                   AND WS-MISMA-CIA
                               PERFORM ESCRIBE-ACCESO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ACL-STATUS NOT = "35"
                   CLOSE ACCESO-CLIENTE-LOG
               END-IF
               MOVE SPACES TO ACCESOS-LINE
               STRING "ACCESOS REGISTRADOS: " WS-CONT-ACCESOS
                   DELIMITED BY SIZE INTO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE WS-REPORTE-PIE-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE
               CLOSE ACCESOS-REPORT
               MOVE "ACCCLI" TO WS-RC-TIPO
               MOVE WS-ACCESOS-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-ACCESOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "ACCESOS AL CLIENTE " WS-CLIENTE-BUSCADO ": "
                   WS-CONT-ACCESOS " EN " WS-ACCESOS-FILENAME.

           ESCRIBE-ACCESO.
               ADD 1 TO WS-CONT-ACCESOS
               MOVE ACL-FECHA TO WS-AD-FECHA
               MOVE ACL-HORA TO WS-AD-HORA
               MOVE ACL-OPERADOR TO WS-AD-OPERADOR
               MOVE ACL-PROGRAMA TO WS-AD-PROGRAMA
               MOVE ACL-VISTA TO WS-AD-VISTA
               MOVE WS-ACCESO-DET-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE.

      * EL NOMBRE SOLO ENCABEZA EL REPORTE; UN CLIENTE PURGADO SE
      * BUSCA EN EL ARCHIVO Y UNO OLVIDADO QUEDA SIN NOMBRE
           BUSCA-NOMBRE-CLIENTE.
               MOVE SPACES TO WS-CLIENTE-NOMBRE
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
                                   AND FD-CLIENTE-ID =
                                       WS-CLIENTE-BUSCADO
                               STRING FD-NOMBRE DELIMITED BY "  "
                                   " " FD-APELLIDOS DELIMITED BY SIZE
                                   INTO WS-CLIENTE-NOMBRE
                               SET WS-EOF-MASTER TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF
               IF WS-CLIENTE-NOMBRE = SPACES
                   MOVE WS-CLIENTE-BUSCADO TO WS-XA-BUSCADO
                   PERFORM BUSCA-CLIENTE-ARCHIVO
                   IF WS-XA-HALLADO
                       MOVE "(ARCHIVADO)" TO WS-CLIENTE-NOMBRE
                   END-IF
               END-IF.

      * OPERADORES QUE VIERON MAS CLIENTES DISTINTOS EN UN DIA QUE EL
      * TOPE; EL SORT POR OPERADOR, DIA Y CLIENTE DEJA CONTIGUAS LAS
      * CONSULTAS REPETIDAS AL MISMO CLIENTE
           ANOMALIAS-OPERADOR.
               PERFORM CARGA-PARAM-ACCESOS
               DISPLAY "DESDE FECHA AAAAMMDD (BLANCO = TODO EL "
                   "ARCHIVO)"
               ACCEPT WS-FECHA-DESDE-X
               MOVE 0 TO WS-FECHA-DESDE
               IF WS-FECHA-DESDE-X IS NUMERIC
                   MOVE WS-FECHA-DESDE-X TO WS-FECHA-DESDE
               END-IF
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-ACCESOS-FILENAME
               STRING "ACCANOM." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-ACCESOS-FILENAME
               PERFORM ABRE-REPORTE-ACCESOS
               MOVE SPACES TO ACCESOS-LINE
               STRING "=== OPERADORES CON MAS DE "
                   WS-MAX-CLIENTES-DIA
                   " CLIENTES DISTINTOS EN UN DIA DESDE "
                   WS-FECHA-DESDE " ==="
                   DELIMITED BY SIZE INTO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE WS-ANOMALIA-TITULO-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE 0 TO WS-CONT-ACCESOS
               MOVE 0 TO WS-CONT-GRUPOS
               MOVE 0 TO WS-CONT-ANOMALIAS
               MOVE "N" TO WS-HAY-GRUPO-SWITCH
               SORT SORT-TRABAJO
                   ON ASCENDING KEY SW-OPERADOR SW-FECHA
                                    SW-CLIENTE-ID
                   INPUT PROCEDURE IS CARGA-ACCESOS-SORT
                   OUTPUT PROCEDURE IS CUENTA-ACCESOS
               IF WS-HAY-GRUPO
                   PERFORM CIERRA-GRUPO
               END-IF
               MOVE SPACES TO ACCESOS-LINE
               STRING "CONSULTAS " WS-CONT-ACCESOS
                   " OPERADOR-DIA " WS-CONT-GRUPOS
                   " SOBRE EL TOPE " WS-CONT-ANOMALIAS
                   DELIMITED BY SIZE INTO ACCESOS-LINE
               WRITE ACCESOS-LINE
               MOVE WS-REPORTE-PIE-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE
               CLOSE ACCESOS-REPORT
               MOVE "ACCANOM" TO WS-RC-TIPO
               MOVE WS-ACCESOS-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-ANOMALIAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "OPERADOR-DIA SOBRE EL TOPE: "
                   WS-CONT-ANOMALIAS " EN " WS-ACCESOS-FILENAME.

           CARGA-ACCESOS-SORT.
               MOVE "N" TO WS-EOF-ACL-SWITCH
               OPEN INPUT ACCESO-CLIENTE-LOG
               IF WS-ACL-STATUS NOT = "00"
                   SET WS-EOF-ACL TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-ACL
                   READ ACCESO-CLIENTE-LOG
                       AT END
                           SET WS-EOF-ACL TO TRUE
                       NOT AT END
                           PERFORM ES-DE-LA-COMPANIA
                           IF WS-MISMA-CIA
                                   AND ACL-FECHA >= WS-FECHA-DESDE
                               MOVE ACL-OPERADOR TO SW-OPERADOR
                               MOVE ACL-FECHA TO SW-FECHA
                               MOVE ACL-CLIENTE-ID TO SW-CLIENTE-ID
                               RELEASE SORT-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-ACL-STATUS NOT = "35"
                   CLOSE ACCESO-CLIENTE-LOG
               END-IF.

           CUENTA-ACCESOS.
               MOVE "N" TO WS-FIN-SORT-SWITCH
               PERFORM UNTIL WS-FIN-SORT
                   RETURN SORT-TRABAJO
                       AT END
                           SET WS-FIN-SORT TO TRUE
                       NOT AT END
                           PERFORM PROCESA-ACCESO
                   END-RETURN
               END-PERFORM.

           PROCESA-ACCESO.
               ADD 1 TO WS-CONT-ACCESOS
               MOVE SW-OPERADOR TO WS-GC-OPERADOR
               MOVE SW-FECHA TO WS-GC-FECHA
               IF NOT WS-HAY-GRUPO
                       OR WS-GRUPO-ACTUAL NOT = WS-GRUPO-ANTERIOR
                   IF WS-HAY-GRUPO
                       PERFORM CIERRA-GRUPO
                   END-IF
                   SET WS-HAY-GRUPO TO TRUE
                   MOVE WS-GRUPO-ACTUAL TO WS-GRUPO-ANTERIOR
                   ADD 1 TO WS-CONT-GRUPOS
                   MOVE 0 TO WS-GRP-CONSULTAS
                   MOVE 0 TO WS-GRP-CLIENTES
                   MOVE SPACES TO WS-ID-ANTERIOR
               END-IF
               ADD 1 TO WS-GRP-CONSULTAS
               IF SW-CLIENTE-ID NOT = WS-ID-ANTERIOR
                   ADD 1 TO WS-GRP-CLIENTES
                   MOVE SW-CLIENTE-ID TO WS-ID-ANTERIOR
               END-IF.

           CIERRA-GRUPO.
               IF WS-GRP-CLIENTES <= WS-MAX-CLIENTES-DIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONT-ANOMALIAS
               MOVE WS-GA-OPERADOR TO WS-AN-OPERADOR
               MOVE WS-GA-FECHA TO WS-AN-FECHA
               MOVE WS-GRP-CLIENTES TO WS-AN-CLIENTES
               MOVE WS-GRP-CONSULTAS TO WS-AN-CONSULTAS
               MOVE WS-ANOMALIA-DET-LINE TO ACCESOS-LINE
               WRITE ACCESOS-LINE.

       COPY XAPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
