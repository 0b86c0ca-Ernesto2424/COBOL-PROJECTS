      ******************************************************************
      * Author:
      * Date:
      * Purpose:   TERM TUITION BILLING FROM ENROLLMENTS INTO THE
      *            CUSTOMER SUB-LEDGER
      * Tectonics: cobc
      * Note:      Every enrollment in INSCRIP.DAT not yet billed,
      *            whose course carries a tuition fee in CURSOS.DAT
      *            (only the courses of the term asked for, or all
      *            when left blank), becomes one cargo in TRANSACC.DAT
      *            (TRAP copybooks) to the student's paying customer
      *            from ALUMNOS.DAT, dated with the business date.
      *            Each cargo is its own open item, referenced
      *            COyymmnnnn; the enrollment is stamped with date,
      *            customer, amount, reference and company, so it is
      *            never billed twice and a drop before the course
      *            cutoff (MANTEN-CURSOS) refunds exactly that item.
      *            Students without a paying customer, or whose payer
      *            is not an active customer of the run's company, are
      *            listed as exceptions and left unbilled. The report
      *            COLEG.yyyymmddhhmmss.RPT is catalogued.
      *            The run's tuition billed is journaled in
      *            POLIZAS.DAT (type CO, reference the business date)
      *            as revenue against the cargos-to-bill account the
      *            posting run charges, per the COLEGIAT rows of
      *            MAPACONT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT INSCRIP-FILE ASSIGN TO "INSCRIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT COLEG-REPORT ASSIGN TO DYNAMIC WS-COLEG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLREP-STATUS.
           COPY TRAPSEL.
           COPY ALUSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY PZSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  CURSOS-FILE.
       01  CURSO-RECORD.
           05  CU-CODIGO           PIC X(6).
           05  CU-TITULO           PIC X(30).
           05  CU-PERIODO          PIC X(6).
           05  CU-COLEGIATURA      PIC 9(5)V99.
           05  CU-FECHA-CORTE      PIC 9(8).

       FD  INSCRIP-FILE.
       01  INSCRIP-RECORD.
           05  IN-ALUMNO           PIC X(8).
           05  IN-CURSO            PIC X(6).
           05  IN-FECHA-CARGO      PIC 9(8).
           05  IN-CLIENTE-ID       PIC X(6).
           05  IN-MONTO            PIC 9(5)V99.
           05  IN-REFERENCIA       PIC X(10).
           05  IN-COMPANIA         PIC X(2).

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  COLEG-REPORT.
       01  COLEG-LINE              PIC X(80).

       COPY TRAPFD.

       COPY ALUFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY TRAPWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY ALUWS.
       COPY PZWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-CUR-STATUS           PIC XX.
       01  WS-INS-STATUS           PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-COLREP-STATUS        PIC XX.
       01  WS-COLEG-FILENAME       PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-CUR-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CUR          VALUE "Y".
       01  WS-EOF-INS-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INS          VALUE "Y".
       01  WS-MISMA-CIA-SWITCH     PIC X VALUE "N".
           88  WS-MISMA-CIA        VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO-FACTURA      PIC X(6).

       01  WS-CUR-COUNT            PIC 9(3) VALUE 0.
       01  WS-CURSOS-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES.
               10  WS-C-CODIGO     PIC X(6).
               10  WS-C-PERIODO    PIC X(6).
               10  WS-C-COLEGIATURA PIC 9(5)V99.
       01  WS-CUR-I                PIC 9(3) VALUE 0.
       01  WS-CUR-INDICE           PIC 9(3) VALUE 0.

       01  WS-INS-COUNT            PIC 9(4) VALUE 0.
       01  WS-INSCRIP-TABLE.
           05  WS-INS-ENTRY OCCURS 2000 TIMES.
               10  WS-N-ALUMNO     PIC X(8).
               10  WS-N-CURSO      PIC X(6).
               10  WS-N-FECHA-CARGO PIC 9(8).
               10  WS-N-CLIENTE    PIC X(6).
               10  WS-N-MONTO      PIC 9(5)V99.
               10  WS-N-REFERENCIA PIC X(10).
               10  WS-N-CIA        PIC X(2).
       01  WS-INS-I                PIC 9(4) VALUE 0.

      * PAGADOR DE CADA ALUMNO (PARALELO A WS-ALUMNOS-TABLE): Y SI
      * ES CLIENTE ACTIVO DE LA COMPANIA DE LA CORRIDA
       01  WS-PAGADOR-TABLE.
           05  WS-PAG-OK           PIC X OCCURS 2000 TIMES.
       01  WS-ALU-INDICE           PIC 9(4) VALUE 0.

      * REFERENCIA DE PARTIDA DE CADA CARGO: CO + AAMM + CONSECUTIVO
      * DEL MES, QUE SIGUE AL MAYOR YA USADO EN INSCRIP.DAT
       01  WS-REF-COLEGIATURA.
           05  FILLER              PIC X(2) VALUE "CO".
           05  WS-RC-AAMM          PIC X(4).
           05  WS-RC-SEQ           PIC 9(4).
       01  WS-SEQ-MAYOR            PIC 9(4) VALUE 0.

       01  WS-CONT-FACTURADAS      PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-PAGADOR     PIC 9(5) VALUE 0.
       01  WS-MONTO-FACTURADO      PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-EDITADO        PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-DETALLE-LINE.
           05  WS-D-ALUMNO         PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOMBRE         PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CURSO          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-MONTO          PIC ZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-REFERENCIA     PIC X(10).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(40) VALUE "ALUMNO   NOMBRE".
           05  FILLER              PIC X(14) VALUE "CURSO  CLIENTE".
           05  FILLER              PIC X(20) VALUE
               "   MONTO REFERENCIA".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "COLEGIAT" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               DISPLAY "PERIODO A FACTURAR (AAAAMM, BLANCO = TODOS "
                   "LOS CURSOS)"
               ACCEPT WS-PERIODO-FACTURA
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-CURSOS
               PERFORM CARGA-INSCRIPCIONES
               PERFORM VERIFICA-PAGADORES
               MOVE WS-FECHA-HOY(3:4) TO WS-RC-AAMM
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "COLEG." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-COLEG-FILENAME
               OPEN OUTPUT COLEG-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO COLEG-LINE
               WRITE COLEG-LINE
               MOVE WS-REPORTE-IDENT-LINE TO COLEG-LINE
               WRITE COLEG-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO COLEG-LINE
               WRITE COLEG-LINE
               MOVE SPACES TO COLEG-LINE
               STRING "=== COLEGIATURAS DEL PERIODO "
                   WS-PERIODO-FACTURA " ==="
                   DELIMITED BY SIZE INTO COLEG-LINE
               WRITE COLEG-LINE
               MOVE WS-TITULO-LINE TO COLEG-LINE
               WRITE COLEG-LINE
               PERFORM ABRE-ANEXO-TRANSACC
               PERFORM VARYING WS-INS-I FROM 1 BY 1
                       UNTIL WS-INS-I > WS-INS-COUNT
                   PERFORM FACTURA-INSCRIPCION
               END-PERFORM
               PERFORM CIERRA-ANEXO-TRANSACC
               PERFORM GRABA-INSCRIPCIONES
               IF WS-MONTO-FACTURADO > 0
                   PERFORM ASIENTA-POLIZA-COLEGIATURAS
               END-IF
               MOVE WS-MONTO-FACTURADO TO WS-MONTO-EDITADO
               MOVE SPACES TO COLEG-LINE
               STRING "FACTURADAS " WS-CONT-FACTURADAS
                   " POR " WS-MONTO-EDITADO
                   " SIN PAGADOR VALIDO " WS-CONT-SIN-PAGADOR
                   DELIMITED BY SIZE INTO COLEG-LINE
               WRITE COLEG-LINE
               MOVE WS-REPORTE-PIE-LINE TO COLEG-LINE
               WRITE COLEG-LINE
               CLOSE COLEG-REPORT
               MOVE "COLEG" TO WS-RC-TIPO
               MOVE WS-COLEG-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-FACTURADAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "COLEGIATURAS FACTURADAS: " WS-CONT-FACTURADAS
                   " POR " WS-MONTO-EDITADO
               IF WS-CONT-SIN-PAGADOR > 0
                   DISPLAY "INSCRIPCIONES SIN PAGADOR VALIDO: "
                       WS-CONT-SIN-PAGADOR
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * POLIZA DE LA CORRIDA: EL INGRESO POR COLEGIATURAS CONTRA LA
      * PUENTE QUE EL POSTEO CARGA A CLIENTES
           ASIENTA-POLIZA-COLEGIATURAS.
               PERFORM ABRE-POLIZA
               MOVE WS-FECHA-HOY TO WS-PZ-REFERENCIA
               MOVE "CO" TO WS-PZ-TIPO
               MOVE WS-MONTO-FACTURADO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA.

           CARGA-CURSOS.
               MOVE 0 TO WS-CUR-COUNT
               MOVE "N" TO WS-EOF-CUR-SWITCH
               OPEN INPUT CURSOS-FILE
               IF WS-CUR-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CUR
                       READ CURSOS-FILE
                           AT END
                               SET WS-EOF-CUR TO TRUE
                           NOT AT END
                               IF WS-CUR-COUNT < 100
                                       AND CU-CODIGO NOT = SPACES
                                   ADD 1 TO WS-CUR-COUNT
                                   MOVE CU-CODIGO TO
                                       WS-C-CODIGO(WS-CUR-COUNT)
                                   MOVE CU-PERIODO TO
                                       WS-C-PERIODO(WS-CUR-COUNT)
                                   MOVE 0 TO
                                       WS-C-COLEGIATURA(WS-CUR-COUNT)
                                   IF CU-COLEGIATURA IS NUMERIC
                                       MOVE CU-COLEGIATURA TO
                                         WS-C-COLEGIATURA(WS-CUR-COUNT)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CURSOS-FILE
               END-IF.

           CARGA-INSCRIPCIONES.
               MOVE 0 TO WS-INS-COUNT
               MOVE 0 TO WS-SEQ-MAYOR
               MOVE WS-FECHA-HOY(3:4) TO WS-RC-AAMM
               MOVE "N" TO WS-EOF-INS-SWITCH
               OPEN INPUT INSCRIP-FILE
               IF WS-INS-STATUS = "00"
                   PERFORM UNTIL WS-EOF-INS
                       READ INSCRIP-FILE
                           AT END
                               SET WS-EOF-INS TO TRUE
                           NOT AT END
                               IF WS-INS-COUNT < 2000
                                       AND IN-ALUMNO NOT = SPACES
                                   ADD 1 TO WS-INS-COUNT
                                   PERFORM CARGA-RENGLON-INSCRIPCION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INSCRIP-FILE
               END-IF.

           CARGA-RENGLON-INSCRIPCION.
               MOVE IN-ALUMNO TO WS-N-ALUMNO(WS-INS-COUNT)
               MOVE IN-CURSO TO WS-N-CURSO(WS-INS-COUNT)
               MOVE 0 TO WS-N-FECHA-CARGO(WS-INS-COUNT)
               MOVE 0 TO WS-N-MONTO(WS-INS-COUNT)
               MOVE IN-CLIENTE-ID TO WS-N-CLIENTE(WS-INS-COUNT)
               MOVE IN-REFERENCIA TO WS-N-REFERENCIA(WS-INS-COUNT)
               MOVE IN-COMPANIA TO WS-N-CIA(WS-INS-COUNT)
               IF IN-FECHA-CARGO IS NUMERIC
                   MOVE IN-FECHA-CARGO TO
                       WS-N-FECHA-CARGO(WS-INS-COUNT)
               END-IF
               IF IN-MONTO IS NUMERIC
                   MOVE IN-MONTO TO WS-N-MONTO(WS-INS-COUNT)
               END-IF
               IF IN-REFERENCIA(1:2) = "CO"
                       AND IN-REFERENCIA(3:4) = WS-RC-AAMM
                       AND IN-REFERENCIA(7:4) IS NUMERIC
                   IF IN-REFERENCIA(7:4) > WS-SEQ-MAYOR
                       MOVE IN-REFERENCIA(7:4) TO WS-SEQ-MAYOR
                   END-IF
               END-IF.

           GRABA-INSCRIPCIONES.
               OPEN OUTPUT INSCRIP-FILE
               PERFORM VARYING WS-INS-I FROM 1 BY 1
                       UNTIL WS-INS-I > WS-INS-COUNT
                   MOVE SPACES TO INSCRIP-RECORD
                   MOVE WS-N-ALUMNO(WS-INS-I) TO IN-ALUMNO
                   MOVE WS-N-CURSO(WS-INS-I) TO IN-CURSO
                   MOVE WS-N-FECHA-CARGO(WS-INS-I) TO IN-FECHA-CARGO
                   MOVE WS-N-CLIENTE(WS-INS-I) TO IN-CLIENTE-ID
                   MOVE WS-N-MONTO(WS-INS-I) TO IN-MONTO
                   MOVE WS-N-REFERENCIA(WS-INS-I) TO IN-REFERENCIA
                   MOVE WS-N-CIA(WS-INS-I) TO IN-COMPANIA
                   WRITE INSCRIP-RECORD
               END-PERFORM
               CLOSE INSCRIP-FILE.

      * UNA SOLA PASADA AL MAESTRO MARCA A CADA ALUMNO CUYO PAGADOR
      * ES CLIENTE ACTIVO DE LA COMPANIA DE LA CORRIDA
           VERIFICA-PAGADORES.
               PERFORM VARYING WS-ALU-I FROM 1 BY 1
                       UNTIL WS-ALU-I > WS-ALU-COUNT
                   MOVE "N" TO WS-PAG-OK(WS-ALU-I)
               END-PERFORM
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
                           PERFORM ES-DE-LA-COMPANIA
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND WS-MISMA-CIA
                                   AND FD-ESTATUS NOT = "B"
                               PERFORM MARCA-PAGADOR
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF.

           MARCA-PAGADOR.
               PERFORM VARYING WS-ALU-I FROM 1 BY 1
                       UNTIL WS-ALU-I > WS-ALU-COUNT
                   IF WS-ALU-CLIENTE(WS-ALU-I) = FD-CLIENTE-ID
                       MOVE "Y" TO WS-PAG-OK(WS-ALU-I)
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

      * SE FACTURA LA INSCRIPCION AUN SIN CARGO DE UN CURSO CON
      * COLEGIATURA DEL PERIODO PEDIDO, SI EL ALUMNO ESTA ACTIVO
           FACTURA-INSCRIPCION.
               IF WS-N-FECHA-CARGO(WS-INS-I) > 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOCALIZA-CURSO
               IF WS-CUR-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-C-COLEGIATURA(WS-CUR-INDICE) = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-PERIODO-FACTURA NOT = SPACES
                       AND WS-C-PERIODO(WS-CUR-INDICE)
                           NOT = WS-PERIODO-FACTURA
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOCALIZA-ALUMNO-PAGADOR
               IF WS-ALU-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-N-ALUMNO(WS-INS-I) TO WS-D-ALUMNO
               MOVE WS-ALU-NOMBRE(WS-ALU-INDICE) TO WS-D-NOMBRE
               MOVE WS-N-CURSO(WS-INS-I) TO WS-D-CURSO
               MOVE WS-ALU-CLIENTE(WS-ALU-INDICE) TO WS-D-CLIENTE
               MOVE WS-C-COLEGIATURA(WS-CUR-INDICE) TO WS-D-MONTO
               IF WS-ALU-CLIENTE(WS-ALU-INDICE) = SPACES
                       OR WS-PAG-OK(WS-ALU-INDICE) NOT = "Y"
                   ADD 1 TO WS-CONT-SIN-PAGADOR
                   MOVE "NO FACTURA" TO WS-D-REFERENCIA
                   MOVE WS-DETALLE-LINE TO COLEG-LINE
                   WRITE COLEG-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEQ-MAYOR
               MOVE WS-SEQ-MAYOR TO WS-RC-SEQ
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "C" TO TRANS-TIPO
               MOVE WS-ALU-CLIENTE(WS-ALU-INDICE) TO TRANS-CLIENTE-ID
               MOVE WS-C-COLEGIATURA(WS-CUR-INDICE) TO TRANS-MONTO
               MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
               MOVE WS-REF-COLEGIATURA TO TRANS-REFERENCIA
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               MOVE WS-FECHA-HOY TO WS-N-FECHA-CARGO(WS-INS-I)
               MOVE WS-ALU-CLIENTE(WS-ALU-INDICE) TO
                   WS-N-CLIENTE(WS-INS-I)
               MOVE WS-C-COLEGIATURA(WS-CUR-INDICE) TO
                   WS-N-MONTO(WS-INS-I)
               MOVE WS-REF-COLEGIATURA TO WS-N-REFERENCIA(WS-INS-I)
               MOVE WS-CIA-ACTUAL TO WS-N-CIA(WS-INS-I)
               ADD 1 TO WS-CONT-FACTURADAS
               ADD WS-C-COLEGIATURA(WS-CUR-INDICE) TO
                   WS-MONTO-FACTURADO
               MOVE WS-REF-COLEGIATURA TO WS-D-REFERENCIA
               MOVE WS-DETALLE-LINE TO COLEG-LINE
               WRITE COLEG-LINE.

           LOCALIZA-CURSO.
               MOVE 0 TO WS-CUR-INDICE
               PERFORM VARYING WS-CUR-I FROM 1 BY 1
                       UNTIL WS-CUR-I > WS-CUR-COUNT
                           OR WS-CUR-INDICE > 0
                   IF WS-C-CODIGO(WS-CUR-I) = WS-N-CURSO(WS-INS-I)
                       MOVE WS-CUR-I TO WS-CUR-INDICE
                   END-IF
               END-PERFORM.

      * ALUMNO ACTIVO DE LA INSCRIPCION; UNO EN BAJA NO SE FACTURA
           LOCALIZA-ALUMNO-PAGADOR.
               MOVE 0 TO WS-ALU-INDICE
               PERFORM VARYING WS-ALU-I FROM 1 BY 1
                       UNTIL WS-ALU-I > WS-ALU-COUNT
                           OR WS-ALU-INDICE > 0
                   IF WS-ALU-ID(WS-ALU-I) = WS-N-ALUMNO(WS-INS-I)
                           AND WS-ALU-ESTATUS(WS-ALU-I) NOT = "B"
                       MOVE WS-ALU-I TO WS-ALU-INDICE
                   END-IF
               END-PERFORM.

       COPY TRAPPROC.
       COPY ALUPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
