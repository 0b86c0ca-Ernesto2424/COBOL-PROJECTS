      *            total that is proved against SALDO.DAT (the
      *            pre-sub-ledger opening balance is reported as the
      *            expected difference).
      *            Once the posting run keeps open items in
      *            ABIERTAS.DAT the buckets come from the real open
      *            items instead: each item ages from its own date,
      *            and under each customer the report lists the items
      *            (reference, date, days, original, balance, with
      *            partly paid items flagged PARCIAL) followed by the
      *            unapplied cash, which also has its own SIN APLIC
      *            column and is no longer netted into ACTUAL.
      *            A customer whose latest installment agreement in
      *            CONVENIO.DAT is active is flagged CONVENIO after the
      *            total; one whose plan was broken, PROMESA ROTA.
      *            Alongside the print file a semicolon-delimited
      *            ANTIGCSV.*.CSV carries one row per listed customer
      *            (buckets, unapplied cash, total, agreement flag)
      *            under a column-heading row, with plain amounts; it
      *            is catalogued in REPCAT.DAT as type ANTIGCSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ANTSEL.
           COPY PASEL.
           COPY CVSEL.
           SELECT SALDO-FILE ASSIGN TO "SALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDO-STATUS.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY DLMSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY ANTFD.
       COPY PAFD.

       COPY CVFD.

       FD  SALDO-FILE.
       01  SALDO-RECORD.

       COPY AUDITFD.

       COPY DLMFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY ANTWS.
       COPY PAWS.
       COPY CVWS.
       COPY DLMWS.

       01  WS-SALDO-STATUS         PIC XX.
       01  WS-ANTIG-STATUS         PIC XX.
       01  WS-ANTIG-FILENAME       PIC X(40).

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-TOT-CUBETA-TABLE.
           05  WS-TOT-CUBETA OCCURS 4 TIMES PIC S9(10)V99 VALUE 0.
       01  WS-GRAN-TOTAL           PIC S9(10)V99 VALUE 0.
       01  WS-TOTAL-CLIENTE        PIC S9(9)V99 VALUE 0.
       01  WS-DIFERENCIA           PIC S9(10)V99 VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(4) VALUE 0.
       01  WS-TOT-SIN-APLICAR      PIC S9(10)V99 VALUE 0.
       01  WS-ACTUAL-DEUDA         PIC S9(9)V99 VALUE 0.
       01  WS-CONT-PARCIALES       PIC 9(5) VALUE 0.
       01  WS-TOT-PARCIALES        PIC S9(10)V99 VALUE 0.
       01  WS-CONT-SIN-APLICAR     PIC 9(5) VALUE 0.
       01  WS-DIAS-PARTIDA         PIC S9(9) VALUE 0.

      * RENGLON DE PARTIDA ABIERTA BAJO SU CLIENTE
       01  WS-PARTIDA-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-P-REF            PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-TIPO           PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-DIAS           PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-ORIGINAL       PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-SALDO          PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-NOTA           PIC X(12).

       01  WS-CUENTA-LINE.
           05  WS-CT-ETIQUETA      PIC X(32).
           05  WS-CT-CONT          PIC ZZZZ9.
           05  FILLER              PIC X(5) VALUE " POR ".
           05  WS-CT-MONTO         PIC -(9)9.99.

       01  WS-DETALLE-LINE.
           05  WS-D-ID             PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOVENTA        PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-SIN-APLICAR    PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-TOTAL          PIC -(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CONVENIO       PIC X(12).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(7) VALUE "CLIENTE".
           05  FILLER              PIC X(12) VALUE "L      30-59".
           05  FILLER              PIC X(12) VALUE "      60-89 ".
           05  FILLER              PIC X(12) VALUE "       90+  ".
           05  FILLER              PIC X(12) VALUE "  SIN APLIC ".
           05  FILLER              PIC X(11) VALUE "     TOTAL ".
           05  FILLER              PIC X(8) VALUE "CONVENIO".

       PROCEDURE DIVISION.
           MAIN.
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM ANTIGUEDAD-CARTERA
               PERFORM CARGA-CONVENIOS
               PERFORM ESCRIBE-REPORTE
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "ANTIG." WS-GEN-FECHA WS-GEN-HORA ".RPT"
               WRITE ANTIG-LINE
               MOVE WS-TITULO-LINE TO ANTIG-LINE
               WRITE ANTIG-LINE
               MOVE "ANTIGCSV" TO WS-DLM-TIPO
               PERFORM ABRE-DELIMITADO
               STRING "CLIENTE;ACTUAL;30-59;60-89;90+;SIN APLICAR;"
                   "TOTAL;CONVENIO" DELIMITED BY SIZE
                   INTO WS-DLM-RENGLON
               PERFORM ESCRIBE-TITULOS-DLM
               PERFORM VARYING WS-CLX FROM 1 BY 1
                       UNTIL WS-CLX > WS-CLI-COUNT
                   PERFORM ESCRIBE-CLIENTE
               MOVE "SUBTOTALES POR CUBETA:" TO ANTIG-LINE
               WRITE ANTIG-LINE
               MOVE "TOTAL " TO WS-D-ID
               MOVE SPACES TO WS-D-CONVENIO
               COMPUTE WS-D-ACTUAL =
                   WS-TOT-CUBETA(1) - WS-TOT-SIN-APLICAR
               MOVE WS-TOT-SIN-APLICAR TO WS-D-SIN-APLICAR
               MOVE WS-TOT-CUBETA(2) TO WS-D-TREINTA
               MOVE WS-TOT-CUBETA(3) TO WS-D-SESENTA
               MOVE WS-TOT-CUBETA(4) TO WS-D-NOVENTA
               MOVE WS-GRAN-TOTAL TO WS-D-TOTAL
               MOVE WS-DETALLE-LINE TO ANTIG-LINE
               WRITE ANTIG-LINE
               IF NOT WS-PA-SIN-ARCHIVO
                   MOVE "PARTIDAS PARCIALMENTE PAGADAS:" TO
                       WS-CT-ETIQUETA
                   MOVE WS-CONT-PARCIALES TO WS-CT-CONT
                   MOVE WS-TOT-PARCIALES TO WS-CT-MONTO
                   MOVE WS-CUENTA-LINE TO ANTIG-LINE
                   WRITE ANTIG-LINE
                   MOVE "ABONOS SIN APLICAR:" TO WS-CT-ETIQUETA
                   MOVE WS-CONT-SIN-APLICAR TO WS-CT-CONT
                   MOVE WS-TOT-SIN-APLICAR TO WS-CT-MONTO
                   MOVE WS-CUENTA-LINE TO ANTIG-LINE
                   WRITE ANTIG-LINE
               END-IF
               PERFORM PRUEBA-CONTRA-SALDO
               MOVE WS-REPORTE-PIE-LINE TO ANTIG-LINE
               WRITE ANTIG-LINE
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "ANTIGUEDAD DE SALDOS EN " WS-ANTIG-FILENAME
                   " (CLIENTES CON SALDO: " WS-CONT-LISTADOS ")"
               PERFORM CIERRA-DELIMITADO.

           ESCRIBE-CLIENTE.
               MOVE 0 TO WS-TOTAL-CLIENTE
                       WS-TOT-CUBETA(WS-B-I)
               END-PERFORM
               ADD WS-TOTAL-CLIENTE TO WS-GRAN-TOTAL
               ADD WS-C-SIN-APLICAR(WS-CLX) TO WS-TOT-SIN-APLICAR
               IF WS-TOTAL-CLIENTE NOT = 0
                       OR WS-C-SIN-APLICAR(WS-CLX) NOT = 0
                   ADD 1 TO WS-CONT-LISTADOS
                   MOVE WS-C-ID(WS-CLX) TO WS-D-ID
                   COMPUTE WS-ACTUAL-DEUDA =
                       WS-C-CUBETA(WS-CLX, 1) -
                       WS-C-SIN-APLICAR(WS-CLX)
                   MOVE WS-ACTUAL-DEUDA TO WS-D-ACTUAL
                   MOVE WS-C-CUBETA(WS-CLX, 2) TO WS-D-TREINTA
                   MOVE WS-C-CUBETA(WS-CLX, 3) TO WS-D-SESENTA
                   MOVE WS-C-CUBETA(WS-CLX, 4) TO WS-D-NOVENTA
                   MOVE WS-C-SIN-APLICAR(WS-CLX) TO WS-D-SIN-APLICAR
                   MOVE WS-TOTAL-CLIENTE TO WS-D-TOTAL
                   PERFORM MARCA-CONVENIO
                   MOVE WS-DETALLE-LINE TO ANTIG-LINE
                   WRITE ANTIG-LINE
                   PERFORM ESCRIBE-CLIENTE-DLM
                   IF NOT WS-PA-SIN-ARCHIVO
                       PERFORM ESCRIBE-PARTIDAS-CLIENTE
                   END-IF
               END-IF.

      * EL MISMO CLIENTE EN EL ARCHIVO DELIMITADO, CON LOS IMPORTES
      * SIN EDITAR
           ESCRIBE-CLIENTE-DLM.
               MOVE WS-C-ID(WS-CLX) TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-ACTUAL-DEUDA TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               PERFORM VARYING WS-B-I FROM 2 BY 1 UNTIL WS-B-I > 4
                   MOVE WS-C-CUBETA(WS-CLX, WS-B-I) TO WS-DLM-IMPORTE
                   PERFORM AGREGA-IMPORTE-DLM
               END-PERFORM
               MOVE WS-C-SIN-APLICAR(WS-CLX) TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-TOTAL-CLIENTE TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-D-CONVENIO TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               PERFORM ESCRIBE-RENGLON-DLM.

      * SOLO CUENTA EL CONVENIO MAS RECIENTE DEL CLIENTE: UNO
      * CUMPLIDO O CANCELADO YA NO SE SENALA
           MARCA-CONVENIO.
               MOVE SPACES TO WS-D-CONVENIO
               MOVE WS-C-ID(WS-CLX) TO WS-CV-ID-BUSCADO
               PERFORM BUSCA-CONVENIO-CLIENTE
               IF WS-CV-INDICE > 0
                   EVALUATE WS-CV-EST(WS-CV-INDICE)
                       WHEN "A"
                           MOVE "CONVENIO" TO WS-D-CONVENIO
                       WHEN "R"
                           MOVE "PROMESA ROTA" TO WS-D-CONVENIO
                   END-EVALUATE
               END-IF.

      * LAS PARTIDAS CON SALDO POR COBRAR DEL CLIENTE Y DESPUES SUS
      * ABONOS SIN APLICAR, CADA UNO EN SU RENGLON
           ESCRIBE-PARTIDAS-CLIENTE.
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                   IF WS-PA-ID(WS-PA-I) = WS-C-ID(WS-CLX)
                           AND WS-PA-SALDO(WS-PA-I) > 0
                       PERFORM ESCRIBE-PARTIDA
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                   IF WS-PA-ID(WS-PA-I) = WS-C-ID(WS-CLX)
                           AND WS-PA-SALDO(WS-PA-I) < 0
                       PERFORM ESCRIBE-PARTIDA
                   END-IF
               END-PERFORM.

           ESCRIBE-PARTIDA.
               MOVE WS-PA-REF(WS-PA-I) TO WS-P-REF
               MOVE WS-PA-TIPO(WS-PA-I) TO WS-P-TIPO
               MOVE WS-PA-FECHA(WS-PA-I) TO WS-P-FECHA
               MOVE WS-PA-FECHA(WS-PA-I) TO WS-FECHA-MOV
               MOVE 0 TO WS-DIAS-PARTIDA
               IF WS-FM-MM >= 1 AND WS-FM-MM <= 12
                       AND WS-FM-DD >= 1 AND WS-FM-DD <= 31
                       AND WS-FECHA-MOV <= WS-FECHA-HOY
                   COMPUTE WS-DIAS-PARTIDA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV)
               END-IF
               MOVE WS-DIAS-PARTIDA TO WS-P-DIAS
               MOVE WS-PA-ORIGINAL(WS-PA-I) TO WS-P-ORIGINAL
               MOVE WS-PA-SALDO(WS-PA-I) TO WS-P-SALDO
               EVALUATE TRUE
                   WHEN WS-PA-SALDO(WS-PA-I) < 0
                       MOVE "SIN APLICAR" TO WS-P-NOTA
                       ADD 1 TO WS-CONT-SIN-APLICAR
                   WHEN WS-PA-SALDO(WS-PA-I) NOT =
                           WS-PA-ORIGINAL(WS-PA-I)
                       MOVE "PARCIAL" TO WS-P-NOTA
                       ADD 1 TO WS-CONT-PARCIALES
                       ADD WS-PA-SALDO(WS-PA-I) TO WS-TOT-PARCIALES
                   WHEN OTHER
                       MOVE SPACES TO WS-P-NOTA
               END-EVALUATE
               MOVE WS-PARTIDA-LINE TO ANTIG-LINE
               WRITE ANTIG-LINE.

      * EL GRAN TOTAL DEBE AMARRAR CONTRA SALDO.DAT; LA APERTURA
      * HISTORICA ANTERIOR AL PRIMER DIA ARCHIVADO EXPLICA LA
      * DIFERENCIA REPORTADA
                   CLOSE SALDO-FILE
               END-IF.

       COPY ANTPROC.
       COPY PAPROC.
       COPY CVPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY DLMPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
