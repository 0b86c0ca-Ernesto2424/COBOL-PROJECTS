      ******************************************************************
      * Author:
      * Date:
      * Purpose:   PERIODIC PHONETIC DUPLICATE SWEEP OF THE CUSTOMER
      *            MASTER
      * Tectonics: cobc
      * Note:      The entry-time check only catches exact names, so
      *            "Gonzalez" and "Gonsales" at the same street both
      *            get in. This sweep sorts the active customers of
      *            the run's company by a Spanish phonetic key of
      *            FD-APELLIDOS (FON copybooks) and, inside each group
      *            of equal keys, scores every pair: same surname
      *            sound 30, same first-name sound 25, same
      *            FD-FECHA-NAC 20, same FD-TELEFONO 15, same postal
      *            code 10. Pairs at or above the threshold in
      *            DUPFON.PRM (written with 60 when missing) go to the
      *            review queue DUPCOLA.DAT (shared DQ copybooks) as
      *            pending; FUSIONA-CLIENTES works the queue and
      *            either merges a pair or marks it as different
      *            people, and a rejected pair is never proposed
      *            again. A pending pair that no longer comes out of
      *            the sweep is retired as obsolete. The candidates
      *            are listed in DUPLIC.yyyymmddhhmmss.RPT
      *            (catalogued). Runs weekly from the batch plan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DUPFON-PRM-FILE ASSIGN TO "DUPFON.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DFP-STATUS.
           SELECT DUPLIC-REPORT ASSIGN TO DYNAMIC
                   WS-DUPLIC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPREP-STATUS.
           SELECT SORT-TRABAJO ASSIGN TO "DUPSORT.TMP".
           COPY DQSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  DUPFON-PRM-FILE.
       01  DUPFON-PRM-RECORD.
           05  DFP-CONCEPTO        PIC X(10).
           05  DFP-VALOR           PIC 9(3).

       FD  DUPLIC-REPORT.
       01  DUPLIC-LINE             PIC X(100).

       SD  SORT-TRABAJO.
       01  SORT-REGISTRO.
           05  SW-APE-FON          PIC X(12).
           05  SW-ID               PIC X(6).
           05  SW-NOM-FON          PIC X(12).
           05  SW-NOMBRE           PIC X(20).
           05  SW-APELLIDOS        PIC X(40).
           05  SW-FECHA-NAC        PIC 9(8).
           05  SW-TELEFONO         PIC X(10).
           05  SW-CP               PIC 9(5).

       COPY DQFD.

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
       COPY DQWS.
       COPY FONWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-DFP-STATUS           PIC XX.
       01  WS-DUPREP-STATUS        PIC XX.
       01  WS-DUPLIC-FILENAME      PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-DFP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-DFP          VALUE "Y".
       01  WS-FIN-SORT-SWITCH      PIC X VALUE "N".
           88  WS-FIN-SORT         VALUE "Y".
       01  WS-MISMA-CIA-SWITCH     PIC X VALUE "N".
           88  WS-MISMA-CIA        VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).

      * PUNTAJE MINIMO PARA PROPONER UN PAR (DUPFON.PRM)
       01  WS-DUP-UMBRAL           PIC 9(3) VALUE 60.

      * GRUPO EN CURSO: CLIENTES CON LA MISMA CLAVE FONETICA DE
      * APELLIDOS; SE COMPARAN TODOS CONTRA TODOS
       01  WS-BLQ-CLAVE            PIC X(12).
       01  WS-BLQ-COUNT            PIC 9(3) VALUE 0.
       01  WS-BLQ-EXTRA            PIC 9(5) VALUE 0.
       01  WS-BLOQUE-TABLE.
           05  WS-BLQ-ENTRY OCCURS 200 TIMES.
               10  WS-BLQ-ID       PIC X(6).
               10  WS-BLQ-NOM-FON  PIC X(12).
               10  WS-BLQ-NOMBRE   PIC X(30).
               10  WS-BLQ-FECHA-NAC PIC 9(8).
               10  WS-BLQ-TELEFONO PIC X(10).
               10  WS-BLQ-CP       PIC 9(5).
       01  WS-BLQ-I                PIC 9(3) VALUE 0.
       01  WS-BLQ-J                PIC 9(3) VALUE 0.

       01  WS-PUNTAJE              PIC 9(3) VALUE 0.
       01  WS-RAZONES              PIC X(20).
       01  WS-RAZ-PTR              PIC 99 VALUE 1.
      * N PAR NUEVO O REABIERTO, V PENDIENTE QUE SIGUE VIGENTE
       01  WS-TIPO-PAR             PIC X.

      * PARES PROPUESTOS EN ESTE BARRIDO, PARA EL REPORTE
       01  WS-RP-COUNT             PIC 9(4) VALUE 0.
       01  WS-REPORTE-TABLE.
           05  WS-RP-ENTRY OCCURS 2000 TIMES.
               10  WS-RP-TIPO      PIC X.
               10  WS-RP-LINEA     PIC X(100).

       01  WS-CONT-CLIENTES        PIC 9(5) VALUE 0.
       01  WS-CONT-PARES           PIC 9(7) VALUE 0.
       01  WS-CONT-NUEVOS          PIC 9(5) VALUE 0.
       01  WS-CONT-VIGENTES        PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADOS      PIC 9(5) VALUE 0.
       01  WS-CONT-OBSOLETOS       PIC 9(5) VALUE 0.

       01  WS-PAR-LINE.
           05  WS-PL-ID-A          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PL-NOMBRE-A      PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PL-ID-B          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PL-NOMBRE-B      PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PL-PUNTAJE       PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PL-RAZONES       PIC X(20).

       01  WS-PAR-TITULO-LINE.
           05  FILLER              PIC X(38) VALUE "ID     NOMBRE".
           05  FILLER              PIC X(38) VALUE "ID     NOMBRE".
           05  FILLER              PIC X(24) VALUE "PTS COINCIDE".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "DUPFONET" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-PARAM-DUPLICADOS
               PERFORM CARGA-COLA-DUP
               SORT SORT-TRABAJO
                   ON ASCENDING KEY SW-APE-FON SW-ID
                   INPUT PROCEDURE IS CARGA-DUPLICADOS-SORT
                   OUTPUT PROCEDURE IS AGRUPA-DUPLICADOS
               PERFORM RETIRA-PARES-OBSOLETOS
               PERFORM GRABA-COLA-DUP
               PERFORM ESCRIBE-REPORTE-DUPLICADOS
               IF WS-BLQ-EXTRA > 0
                   DISPLAY "AVISO: " WS-BLQ-EXTRA " CLIENTES EN "
                       "GRUPOS DE MAS DE 200 NO SE COMPARARON"
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * SIN DUPFON.PRM SE ESCRIBE CON EL UMBRAL DEL TALLER
           CARGA-PARAM-DUPLICADOS.
               MOVE "N" TO WS-EOF-DFP-SWITCH
               OPEN INPUT DUPFON-PRM-FILE
               IF WS-DFP-STATUS NOT = "00"
                   DISPLAY "DUPFON.PRM NO EXISTE, SE CREA CON VALORES "
                       "DEL TALLER"
                   OPEN OUTPUT DUPFON-PRM-FILE
                   MOVE SPACES TO DUPFON-PRM-RECORD
                   MOVE "UMBRAL" TO DFP-CONCEPTO
                   MOVE WS-DUP-UMBRAL TO DFP-VALOR
                   WRITE DUPFON-PRM-RECORD
                   CLOSE DUPFON-PRM-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-DFP
                   READ DUPFON-PRM-FILE
                       AT END
                           SET WS-EOF-DFP TO TRUE
                       NOT AT END
                           IF DFP-CONCEPTO = "UMBRAL"
                                   AND DFP-VALOR IS NUMERIC
                               MOVE DFP-VALOR TO WS-DUP-UMBRAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUPFON-PRM-FILE.

           CARGA-DUPLICADOS-SORT.
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS = "35"
                   SET WS-EOF-MASTER TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           PERFORM ES-DE-LA-COMPANIA
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND WS-MISMA-CIA
                                   AND FD-ESTATUS NOT = "B"
                                   AND FD-APELLIDOS NOT = SPACES
                               PERFORM LIBERA-CLIENTE-SORT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF.

           LIBERA-CLIENTE-SORT.
               ADD 1 TO WS-CONT-CLIENTES
               MOVE FD-APELLIDOS TO WS-FON-ENTRADA
               MOVE 12 TO WS-FON-LARGO
               PERFORM CALCULA-CLAVE-FONETICA
               MOVE WS-FON-CLAVE TO SW-APE-FON
               MOVE FD-NOMBRE TO WS-FON-ENTRADA
               PERFORM CALCULA-CLAVE-FONETICA
               MOVE WS-FON-CLAVE TO SW-NOM-FON
               MOVE FD-CLIENTE-ID TO SW-ID
               MOVE FD-NOMBRE TO SW-NOMBRE
               MOVE FD-APELLIDOS TO SW-APELLIDOS
               MOVE 0 TO SW-FECHA-NAC
               IF FD-FECHA-NAC IS NUMERIC
                   MOVE FD-FECHA-NAC TO SW-FECHA-NAC
               END-IF
               MOVE FD-TELEFONO TO SW-TELEFONO
               MOVE 0 TO SW-CP
               IF FD-CP IS NUMERIC
                   MOVE FD-CP TO SW-CP
               END-IF
               RELEASE SORT-REGISTRO.

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

           AGRUPA-DUPLICADOS.
               MOVE "N" TO WS-FIN-SORT-SWITCH
               MOVE 0 TO WS-BLQ-COUNT
               PERFORM UNTIL WS-FIN-SORT
                   RETURN SORT-TRABAJO
                       AT END
                           SET WS-FIN-SORT TO TRUE
                       NOT AT END
                           PERFORM PROCESA-CANDIDATO
                   END-RETURN
               END-PERFORM
               PERFORM COMPARA-BLOQUE.

           PROCESA-CANDIDATO.
               IF WS-BLQ-COUNT > 0 AND SW-APE-FON NOT = WS-BLQ-CLAVE
                   PERFORM COMPARA-BLOQUE
                   MOVE 0 TO WS-BLQ-COUNT
               END-IF
               MOVE SW-APE-FON TO WS-BLQ-CLAVE
               IF WS-BLQ-COUNT >= 200
                   ADD 1 TO WS-BLQ-EXTRA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BLQ-COUNT
               MOVE SW-ID TO WS-BLQ-ID(WS-BLQ-COUNT)
               MOVE SW-NOM-FON TO WS-BLQ-NOM-FON(WS-BLQ-COUNT)
               MOVE SPACES TO WS-BLQ-NOMBRE(WS-BLQ-COUNT)
               STRING FUNCTION TRIM(SW-NOMBRE) " "
                   FUNCTION TRIM(SW-APELLIDOS)
                   DELIMITED BY SIZE INTO WS-BLQ-NOMBRE(WS-BLQ-COUNT)
               MOVE SW-FECHA-NAC TO WS-BLQ-FECHA-NAC(WS-BLQ-COUNT)
               MOVE SW-TELEFONO TO WS-BLQ-TELEFONO(WS-BLQ-COUNT)
               MOVE SW-CP TO WS-BLQ-CP(WS-BLQ-COUNT).

      * EL GRUPO YA COMPARTE EL SONIDO DEL APELLIDO; CADA DATO QUE
      * ADEMAS COINCIDE SUMA SU PESO
           COMPARA-BLOQUE.
               PERFORM VARYING WS-BLQ-I FROM 1 BY 1
                       UNTIL WS-BLQ-I >= WS-BLQ-COUNT
                   PERFORM VARYING WS-BLQ-J FROM WS-BLQ-I BY 1
                           UNTIL WS-BLQ-J >= WS-BLQ-COUNT
                       ADD 1 TO WS-CONT-PARES
                       PERFORM CALIFICA-PAR
                   END-PERFORM
               END-PERFORM.

      * WS-BLQ-J + 1 ES EL SEGUNDO DEL PAR; EL ORDEN DEL SORT DEJA
      * EL ID MENOR COMO PRIMERO
           CALIFICA-PAR.
               MOVE 30 TO WS-PUNTAJE
               MOVE SPACES TO WS-RAZONES
               MOVE 1 TO WS-RAZ-PTR
               STRING "APE" DELIMITED BY SIZE INTO WS-RAZONES
                   WITH POINTER WS-RAZ-PTR
               IF WS-BLQ-NOM-FON(WS-BLQ-I) =
                       WS-BLQ-NOM-FON(WS-BLQ-J + 1)
                   ADD 25 TO WS-PUNTAJE
                   STRING " NOM" DELIMITED BY SIZE INTO WS-RAZONES
                       WITH POINTER WS-RAZ-PTR
               END-IF
               IF WS-BLQ-FECHA-NAC(WS-BLQ-I) > 0
                       AND WS-BLQ-FECHA-NAC(WS-BLQ-I) =
                           WS-BLQ-FECHA-NAC(WS-BLQ-J + 1)
                   ADD 20 TO WS-PUNTAJE
                   STRING " FEC" DELIMITED BY SIZE INTO WS-RAZONES
                       WITH POINTER WS-RAZ-PTR
               END-IF
               IF WS-BLQ-TELEFONO(WS-BLQ-I) NOT = SPACES
                       AND WS-BLQ-TELEFONO(WS-BLQ-I) NOT = ZEROS
                       AND WS-BLQ-TELEFONO(WS-BLQ-I) =
                           WS-BLQ-TELEFONO(WS-BLQ-J + 1)
                   ADD 15 TO WS-PUNTAJE
                   STRING " TEL" DELIMITED BY SIZE INTO WS-RAZONES
                       WITH POINTER WS-RAZ-PTR
               END-IF
               IF WS-BLQ-CP(WS-BLQ-I) > 0
                       AND WS-BLQ-CP(WS-BLQ-I) =
                           WS-BLQ-CP(WS-BLQ-J + 1)
                   ADD 10 TO WS-PUNTAJE
                   STRING " CP" DELIMITED BY SIZE INTO WS-RAZONES
                       WITH POINTER WS-RAZ-PTR
               END-IF
               IF WS-PUNTAJE >= WS-DUP-UMBRAL
                   PERFORM PROPONE-PAR
               END-IF.

      * UN PAR RECHAZADO O YA FUSIONADO NO SE VUELVE A PROPONER; UNO
      * PENDIENTE SE REFRESCA Y UNO OBSOLETO QUE REAPARECE SE REABRE
           PROPONE-PAR.
               MOVE WS-BLQ-ID(WS-BLQ-I) TO WS-DQ-BUSCA-A
               MOVE WS-BLQ-ID(WS-BLQ-J + 1) TO WS-DQ-BUSCA-B
               PERFORM BUSCA-PAR-DUP
               IF WS-DQ-INDICE > 0
                   MOVE "S" TO WS-DQ-VISTO(WS-DQ-INDICE)
                   IF WS-DQ-EST(WS-DQ-INDICE) = "R"
                       ADD 1 TO WS-CONT-RECHAZADOS
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-DQ-EST(WS-DQ-INDICE) = "F"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-DQ-REG(WS-DQ-INDICE) TO DUPCOLA-RECORD
                   IF DQ-OBSOLETO
                       MOVE "P" TO DQ-ESTATUS
                       MOVE 0 TO DQ-FECHA-RESOL
                       MOVE SPACES TO DQ-OPERADOR
                       MOVE "N" TO WS-TIPO-PAR
                       ADD 1 TO WS-CONT-NUEVOS
                   ELSE
                       MOVE "V" TO WS-TIPO-PAR
                       ADD 1 TO WS-CONT-VIGENTES
                   END-IF
                   MOVE WS-PUNTAJE TO DQ-PUNTAJE
                   MOVE WS-RAZONES TO DQ-RAZONES
                   MOVE DQ-ESTATUS TO WS-DQ-EST(WS-DQ-INDICE)
                   MOVE DUPCOLA-RECORD TO WS-DQ-REG(WS-DQ-INDICE)
               ELSE
                   IF WS-DQ-COUNT >= 5000
                       DISPLAY "DUPCOLA.DAT LLENO (5000), PAR "
                           WS-DQ-BUSCA-A "/" WS-DQ-BUSCA-B
                           " NO ENCOLADO"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO DUPCOLA-RECORD
                   MOVE WS-DQ-BUSCA-A TO DQ-ID-A
                   MOVE WS-DQ-BUSCA-B TO DQ-ID-B
                   MOVE WS-CIA-ACTUAL TO DQ-COMPANIA
                   MOVE WS-PUNTAJE TO DQ-PUNTAJE
                   MOVE WS-RAZONES TO DQ-RAZONES
                   MOVE "P" TO DQ-ESTATUS
                   MOVE WS-FECHA-HOY TO DQ-FECHA-ALTA
                   MOVE 0 TO DQ-FECHA-RESOL
                   ADD 1 TO WS-DQ-COUNT
                   MOVE DQ-ID-A TO WS-DQ-ID-A(WS-DQ-COUNT)
                   MOVE DQ-ID-B TO WS-DQ-ID-B(WS-DQ-COUNT)
                   MOVE DQ-COMPANIA TO WS-DQ-CIA(WS-DQ-COUNT)
                   MOVE DQ-ESTATUS TO WS-DQ-EST(WS-DQ-COUNT)
                   MOVE "S" TO WS-DQ-VISTO(WS-DQ-COUNT)
                   MOVE DUPCOLA-RECORD TO WS-DQ-REG(WS-DQ-COUNT)
                   MOVE "N" TO WS-TIPO-PAR
                   ADD 1 TO WS-CONT-NUEVOS
               END-IF
               IF WS-RP-COUNT < 2000
                   ADD 1 TO WS-RP-COUNT
                   MOVE WS-TIPO-PAR TO WS-RP-TIPO(WS-RP-COUNT)
                   MOVE WS-BLQ-ID(WS-BLQ-I) TO WS-PL-ID-A
                   MOVE WS-BLQ-NOMBRE(WS-BLQ-I) TO WS-PL-NOMBRE-A
                   MOVE WS-BLQ-ID(WS-BLQ-J + 1) TO WS-PL-ID-B
                   MOVE WS-BLQ-NOMBRE(WS-BLQ-J + 1) TO WS-PL-NOMBRE-B
                   MOVE WS-PUNTAJE TO WS-PL-PUNTAJE
                   MOVE WS-RAZONES TO WS-PL-RAZONES
                   MOVE WS-PAR-LINE TO WS-RP-LINEA(WS-RP-COUNT)
               END-IF.

      * LOS PENDIENTES DE LA COMPANIA QUE ESTE BARRIDO YA NO
      * PROPUSO (UNO SE DIO DE BAJA O SUS DATOS CAMBIARON) SE RETIRAN
           RETIRA-PARES-OBSOLETOS.
               PERFORM VARYING WS-DQ-I FROM 1 BY 1
                       UNTIL WS-DQ-I > WS-DQ-COUNT
                   IF WS-DQ-CIA(WS-DQ-I) = WS-CIA-ACTUAL
                           AND WS-DQ-EST(WS-DQ-I) = "P"
                           AND WS-DQ-VISTO(WS-DQ-I) NOT = "S"
                       MOVE WS-DQ-REG(WS-DQ-I) TO DUPCOLA-RECORD
                       MOVE "X" TO DQ-ESTATUS
                       MOVE WS-FECHA-HOY TO DQ-FECHA-RESOL
                       MOVE "X" TO WS-DQ-EST(WS-DQ-I)
                       MOVE DUPCOLA-RECORD TO WS-DQ-REG(WS-DQ-I)
                       ADD 1 TO WS-CONT-OBSOLETOS
                   END-IF
               END-PERFORM.

           ESCRIBE-REPORTE-DUPLICADOS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-DUPLIC-FILENAME
               STRING "DUPLIC." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-DUPLIC-FILENAME
               OPEN OUTPUT DUPLIC-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO DUPLIC-LINE
               WRITE DUPLIC-LINE
               MOVE WS-REPORTE-IDENT-LINE TO DUPLIC-LINE
               WRITE DUPLIC-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO DUPLIC-LINE
               WRITE DUPLIC-LINE
               MOVE WS-PAR-TITULO-LINE TO DUPLIC-LINE
               WRITE DUPLIC-LINE
               MOVE "=== PARES NUEVOS EN LA COLA DE REVISION ===" TO
                   DUPLIC-LINE
               WRITE DUPLIC-LINE
               PERFORM VARYING WS-DQ-I FROM 1 BY 1
                       UNTIL WS-DQ-I > WS-RP-COUNT
                   IF WS-RP-TIPO(WS-DQ-I) = "N"
                       MOVE WS-RP-LINEA(WS-DQ-I) TO DUPLIC-LINE
                       WRITE DUPLIC-LINE
                   END-IF
               END-PERFORM
               MOVE "=== PARES QUE SIGUEN PENDIENTES ===" TO
                   DUPLIC-LINE
               WRITE DUPLIC-LINE
               PERFORM VARYING WS-DQ-I FROM 1 BY 1
                       UNTIL WS-DQ-I > WS-RP-COUNT
                   IF WS-RP-TIPO(WS-DQ-I) = "V"
                       MOVE WS-RP-LINEA(WS-DQ-I) TO DUPLIC-LINE
                       WRITE DUPLIC-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO DUPLIC-LINE
               WRITE DUPLIC-LINE
               MOVE SPACES TO DUPLIC-LINE
               STRING "CLIENTES: " WS-CONT-CLIENTES
                   "  PARES COMPARADOS: " WS-CONT-PARES
                   "  UMBRAL: " WS-DUP-UMBRAL
                   DELIMITED BY SIZE INTO DUPLIC-LINE
               WRITE DUPLIC-LINE
               MOVE SPACES TO DUPLIC-LINE
               STRING "NUEVOS: " WS-CONT-NUEVOS
                   "  PENDIENTES: " WS-CONT-VIGENTES
                   "  YA RECHAZADOS: " WS-CONT-RECHAZADOS
                   "  RETIRADOS: " WS-CONT-OBSOLETOS
                   DELIMITED BY SIZE INTO DUPLIC-LINE
               WRITE DUPLIC-LINE
               MOVE WS-REPORTE-PIE-LINE TO DUPLIC-LINE
               WRITE DUPLIC-LINE
               CLOSE DUPLIC-REPORT
               MOVE "DUPLIC" TO WS-RC-TIPO
               MOVE WS-DUPLIC-FILENAME TO WS-RC-ARCHIVO
               COMPUTE WS-RC-REGS = WS-CONT-NUEVOS + WS-CONT-VIGENTES
               PERFORM REGISTRA-GENERACION
               DISPLAY "BARRIDO DE DUPLICADOS EN " WS-DUPLIC-FILENAME
               DISPLAY "  CLIENTES           " WS-CONT-CLIENTES
               DISPLAY "  PARES NUEVOS       " WS-CONT-NUEVOS
               DISPLAY "  SIGUEN PENDIENTES  " WS-CONT-VIGENTES
               DISPLAY "  YA RECHAZADOS      " WS-CONT-RECHAZADOS
               DISPLAY "  RETIRADOS          " WS-CONT-OBSOLETOS.

       COPY DQPROC.
       COPY FONPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
