      ******************************************************************
      * Author:
      * Date:
      * Purpose:   CROSS-FILE REFERENTIAL INTEGRITY SWEEP
      * Tectonics: cobc
      * Note:      VERIFICA-MAESTROS proves each master by itself;
      *            this sweep proves the references between files.
      *            Every CLIENTE-ID in SUBLED, CREDLIM, HOGAR,
      *            CAMPSEL, CUPONES, ORDENES, PEDIDOS and CRUZALINK
      *            must exist in CLIENTE.DAT and not be in baja;
      *            every EMP-ID in SALARIO and CRUZALINK must exist
      *            in EMPLOYEE.DAT; students in INSCRIP must exist
      *            and be active in ALUMNOS.DAT (in HISTCAL they need
      *            only exist, the history outlives the baja); and
      *            courses in INSCRIP and HISTCAL must exist in
      *            CURSOS.DAT. Orphans are listed per file on the
      *            report and written, with the line number, reason
      *            code and whole record, to the repair file
      *            REFREPAR.DAT. When the orphan count goes over the
      *            tolerance in INTEGREF.PRM the run ends with
      *            RETURN-CODE 8 so the nightly chain stops. A
      *            missing INTEGREF.PRM is created with the count
      *            found on that first run as the tolerance, so
      *            cutover does not stop the batch; only growth does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT REFERENCIA-FILE ASSIGN TO DYNAMIC WS-REF-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT REFREPAR-FILE ASSIGN TO "REFREPAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAR-STATUS.
           SELECT INTEGREF-PRM-FILE ASSIGN TO "INTEGREF.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRP-STATUS.
           SELECT INTEGREF-REPORT ASSIGN TO DYNAMIC
                   WS-INTEGREF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRREP-STATUS.
           COPY ALUSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  CURSOS-FILE.
       01  CURSO-RECORD.
           05  CU-CODIGO           PIC X(6).
           05  FILLER              PIC X(59).

       FD  REFERENCIA-FILE.
       01  REFERENCIA-RECORD       PIC X(150).

      * MOTIVO 01 LA LLAVE NO EXISTE EN EL MAESTRO, 02 EXISTE PERO
      * ESTA EN BAJA
       FD  REFREPAR-FILE.
       01  REFREPAR-RECORD.
           05  RRX-ARCHIVO         PIC X(14).
           05  FILLER              PIC X.
           05  RRX-RENGLON         PIC 9(7).
           05  FILLER              PIC X.
           05  RRX-TIPO            PIC X.
           05  FILLER              PIC X.
           05  RRX-LLAVE           PIC X(8).
           05  FILLER              PIC X.
           05  RRX-MOTIVO          PIC X(2).
           05  FILLER              PIC X.
           05  RRX-REGISTRO        PIC X(150).

       FD  INTEGREF-PRM-FILE.
       01  INTEGREF-PRM-RECORD.
           05  IRP-CONCEPTO        PIC X(10).
           05  IRP-VALOR           PIC 9(6).

       FD  INTEGREF-REPORT.
       01  INTEGREF-LINE           PIC X(80).

       COPY ALUFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY ALUWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-EMP-STATUS           PIC XX.
       01  WS-CUR-STATUS           PIC XX.
       01  WS-REF-STATUS           PIC XX.
       01  WS-REPAR-STATUS         PIC XX.
       01  WS-IRP-STATUS           PIC XX.
       01  WS-IRREP-STATUS         PIC XX.
       01  WS-INTEGREF-FILENAME    PIC X(40).
       01  WS-REF-ARCHIVO          PIC X(14).

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-EOF              VALUE "Y".
       01  WS-EOF-IRP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-IRP          VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).

      * MAESTROS EN MEMORIA: CLIENTES CON SU ESTATUS, EMPLEADOS Y
      * CURSOS; LOS ALUMNOS VIENEN DE ALUWS
       01  WS-CLI-COUNT            PIC 9(4) VALUE 0.
       01  WS-CLIENTES-TABLE.
           05  WS-CLI-ENTRY OCCURS 5000 TIMES.
               10  WS-C-ID         PIC X(6).
               10  WS-C-ESTATUS    PIC X.
       01  WS-C-I                  PIC 9(4) VALUE 0.
       01  WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01  WS-EMPLEADOS-TABLE.
           05  WS-E-ID OCCURS 1000 TIMES PIC X(6).
       01  WS-E-I                  PIC 9(4) VALUE 0.
       01  WS-CUR-COUNT            PIC 9(4) VALUE 0.
       01  WS-CURSOS-TABLE.
           05  WS-K-CODIGO OCCURS 500 TIMES PIC X(6).
       01  WS-K-I                  PIC 9(4) VALUE 0.

      * REVISIONES: ARCHIVO, TIPO DE LLAVE (C CLIENTE, E EMPLEADO,
      * A ALUMNO, K CURSO), POSICION Y LARGO DE LA LLAVE EN EL
      * REGISTRO Y SI LA BAJA DEL MAESTRO CUENTA COMO HUERFANO
       01  WS-REVISIONES.
           05  FILLER              PIC X(20) VALUE
               "SUBLED.DAT    C0016S".
           05  FILLER              PIC X(20) VALUE
               "CREDLIM.DAT   C0016S".
           05  FILLER              PIC X(20) VALUE
               "HOGAR.DAT     C0016S".
           05  FILLER              PIC X(20) VALUE
               "CAMPSEL.DAT   C0096S".
           05  FILLER              PIC X(20) VALUE
               "CUPONES.DAT   C0136S".
           05  FILLER              PIC X(20) VALUE
               "ORDENES.DAT   C0056S".
           05  FILLER              PIC X(20) VALUE
               "PEDIDOS.DAT   C0156S".
           05  FILLER              PIC X(20) VALUE
               "CRUZALINK.DAT C0076S".
           05  FILLER              PIC X(20) VALUE
               "SALARIO.DAT   E0016N".
           05  FILLER              PIC X(20) VALUE
               "CRUZALINK.DAT E0016N".
           05  FILLER              PIC X(20) VALUE
               "INSCRIP.DAT   A0018S".
           05  FILLER              PIC X(20) VALUE
               "INSCRIP.DAT   K0096N".
           05  FILLER              PIC X(20) VALUE
               "HISTCAL.DAT   A0018N".
           05  FILLER              PIC X(20) VALUE
               "HISTCAL.DAT   K0096N".
       01  WS-REVISIONES-R REDEFINES WS-REVISIONES.
           05  WS-RV-ENTRY OCCURS 14 TIMES.
               10  WS-RV-ARCHIVO   PIC X(14).
               10  WS-RV-TIPO      PIC X.
               10  WS-RV-POSICION  PIC 9(3).
               10  WS-RV-LARGO     PIC 9.
               10  WS-RV-BAJA      PIC X.
       01  WS-RV-I                 PIC 99 VALUE 0.

      * RESULTADO POR REVISION PARA EL RESUMEN DEL REPORTE
       01  WS-RESULTADOS.
           05  WS-RS-ENTRY OCCURS 14 TIMES.
               10  WS-RS-LEIDOS    PIC 9(6).
               10  WS-RS-HUERFANOS PIC 9(6).
               10  WS-RS-ESTADO    PIC X(10).

       01  WS-LLAVE                PIC X(8).
       01  WS-RENGLON              PIC 9(7) VALUE 0.
       01  WS-MOTIVO               PIC X(2).
       01  WS-MAESTRO-SWITCH       PIC X VALUE "N".
           88  WS-MAESTRO-CARGADO  VALUE "Y".
       01  WS-HALLADO-SWITCH       PIC X VALUE "N".
           88  WS-HALLADO          VALUE "Y".
       01  WS-EN-BAJA-SWITCH       PIC X VALUE "N".
           88  WS-EN-BAJA          VALUE "Y".

       01  WS-TOT-HUERFANOS        PIC 9(6) VALUE 0.
       01  WS-TOLERANCIA           PIC 9(6) VALUE 0.
       01  WS-PRM-EXISTE-SWITCH    PIC X VALUE "N".
           88  WS-PRM-EXISTE       VALUE "Y".

       01  WS-ARCHIVO-LINE.
           05  FILLER              PIC X(8) VALUE "ARCHIVO ".
           05  WS-AL-ARCHIVO       PIC X(14).
           05  FILLER              PIC X(14) VALUE
               " REFERENCIA A ".
           05  WS-AL-MAESTRO       PIC X(12).

       01  WS-HUERFANO-LINE.
           05  FILLER              PIC X(10) VALUE "  RENGLON ".
           05  WS-HL-RENGLON       PIC ZZZZZZ9.
           05  FILLER              PIC X(8) VALUE "  LLAVE ".
           05  WS-HL-LLAVE         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-HL-MOTIVO        PIC X(30).

       01  WS-CUENTA-LINE.
           05  FILLER              PIC X(9) VALUE "  LEIDOS ".
           05  WS-CN-LEIDOS        PIC ZZZZZ9.
           05  FILLER              PIC X(12) VALUE "  HUERFANOS ".
           05  WS-CN-HUERFANOS     PIC ZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CN-ESTADO        PIC X(10).

       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(18) VALUE
               "TOTAL HUERFANOS:  ".
           05  WS-TL-HUERFANOS     PIC ZZZZZ9.
           05  FILLER              PIC X(15) VALUE
               "   TOLERANCIA: ".
           05  WS-TL-TOLERANCIA    PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "INTEGREF" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-TOLERANCIA
               PERFORM CARGA-CLIENTES
               PERFORM CARGA-EMPLEADOS
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-CURSOS
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-INTEGREF-FILENAME
               STRING "INTEGREF." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-INTEGREF-FILENAME
               OPEN OUTPUT INTEGREF-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               MOVE WS-REPORTE-IDENT-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               OPEN OUTPUT REFREPAR-FILE
               PERFORM VARYING WS-RV-I FROM 1 BY 1
                       UNTIL WS-RV-I > 14
                   PERFORM REVISA-ARCHIVO
               END-PERFORM
               CLOSE REFREPAR-FILE
               IF NOT WS-PRM-EXISTE
                   MOVE WS-TOT-HUERFANOS TO WS-TOLERANCIA
                   PERFORM CREA-TOLERANCIA
               END-IF
               PERFORM ESCRIBE-RESUMEN
               MOVE WS-REPORTE-PIE-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               CLOSE INTEGREF-REPORT
               MOVE "INTEGREF" TO WS-RC-TIPO
               MOVE WS-INTEGREF-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-TOT-HUERFANOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "INTEGRIDAD REFERENCIAL EN "
                   WS-INTEGREF-FILENAME
               DISPLAY "HUERFANOS: " WS-TOT-HUERFANOS
                   " TOLERANCIA: " WS-TOLERANCIA
                   " (A REPARAR EN REFREPAR.DAT)"
               IF WS-TOT-HUERFANOS > WS-TOLERANCIA
                   DISPLAY "HUERFANOS SOBRE LA TOLERANCIA, EL LOTE "
                       "NO DEBE CORRER"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * SIN INTEGREF.PRM LA TOLERANCIA SE FIJA AL TERMINAR LA PRIMERA
      * CORRIDA CON LOS HUERFANOS QUE YA EXISTIAN
           CARGA-TOLERANCIA.
               MOVE "N" TO WS-EOF-IRP-SWITCH
               OPEN INPUT INTEGREF-PRM-FILE
               IF WS-IRP-STATUS NOT = "00"
                   DISPLAY "INTEGREF.PRM NO EXISTE, LA TOLERANCIA "
                       "SERA LO QUE ENCUENTRE ESTA CORRIDA"
                   EXIT PARAGRAPH
               END-IF
               SET WS-PRM-EXISTE TO TRUE
               PERFORM UNTIL WS-EOF-IRP
                   READ INTEGREF-PRM-FILE
                       AT END
                           SET WS-EOF-IRP TO TRUE
                       NOT AT END
                           IF IRP-CONCEPTO = "TOLERANCIA"
                                   AND IRP-VALOR IS NUMERIC
                               MOVE IRP-VALOR TO WS-TOLERANCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTEGREF-PRM-FILE.

           CREA-TOLERANCIA.
               OPEN OUTPUT INTEGREF-PRM-FILE
               MOVE "TOLERANCIA" TO IRP-CONCEPTO
               MOVE WS-TOLERANCIA TO IRP-VALOR
               WRITE INTEGREF-PRM-RECORD
               CLOSE INTEGREF-PRM-FILE.

           CARGA-CLIENTES.
               MOVE 0 TO WS-CLI-COUNT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "CLIENTE.DAT NO EXISTE, REFERENCIAS A "
                       "CLIENTE OMITIDAS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND WS-CLI-COUNT < 5000
                               ADD 1 TO WS-CLI-COUNT
                               MOVE FD-CLIENTE-ID TO
                                   WS-C-ID(WS-CLI-COUNT)
                               MOVE FD-ESTATUS TO
                                   WS-C-ESTATUS(WS-CLI-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-MASTER.

           CARGA-EMPLEADOS.
               MOVE 0 TO WS-EMP-COUNT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMP-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE.DAT NO EXISTE, REFERENCIAS A "
                       "EMPLEADO OMITIDAS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND WS-EMP-COUNT < 1000
                               ADD 1 TO WS-EMP-COUNT
                               MOVE EMP-ID TO WS-E-ID(WS-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           CARGA-CURSOS.
               MOVE 0 TO WS-CUR-COUNT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT CURSOS-FILE
               IF WS-CUR-STATUS NOT = "00"
                   DISPLAY "CURSOS.DAT NO EXISTE, REFERENCIAS A "
                       "CURSO OMITIDAS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CURSOS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CU-CODIGO NOT = SPACES
                                   AND WS-CUR-COUNT < 500
                               ADD 1 TO WS-CUR-COUNT
                               MOVE CU-CODIGO TO
                                   WS-K-CODIGO(WS-CUR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURSOS-FILE.

      * UNA REVISION CUYO MAESTRO NO SE PUDO CARGAR SE OMITE; UN
      * ARCHIVO DE REFERENCIAS QUE NO EXISTE NO TIENE HUERFANOS
           REVISA-ARCHIVO.
               MOVE 0 TO WS-RS-LEIDOS(WS-RV-I)
               MOVE 0 TO WS-RS-HUERFANOS(WS-RV-I)
               MOVE SPACES TO WS-RS-ESTADO(WS-RV-I)
               MOVE WS-RV-ARCHIVO(WS-RV-I) TO WS-AL-ARCHIVO
               EVALUATE WS-RV-TIPO(WS-RV-I)
                   WHEN "C"
                       MOVE "CLIENTE" TO WS-AL-MAESTRO
                   WHEN "E"
                       MOVE "EMPLEADO" TO WS-AL-MAESTRO
                   WHEN "A"
                       MOVE "ALUMNO" TO WS-AL-MAESTRO
                   WHEN OTHER
                       MOVE "CURSO" TO WS-AL-MAESTRO
               END-EVALUATE
               MOVE WS-ARCHIVO-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               PERFORM VALIDA-MAESTRO-CARGADO
               IF NOT WS-MAESTRO-CARGADO
                   MOVE "SIN MAESTRO" TO WS-RS-ESTADO(WS-RV-I)
                   PERFORM ESCRIBE-CUENTA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RV-ARCHIVO(WS-RV-I) TO WS-REF-ARCHIVO
               MOVE "N" TO WS-EOF-SWITCH
               MOVE 0 TO WS-RENGLON
               OPEN INPUT REFERENCIA-FILE
               IF WS-REF-STATUS NOT = "00"
                   MOVE "NO EXISTE" TO WS-RS-ESTADO(WS-RV-I)
                   PERFORM ESCRIBE-CUENTA
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ REFERENCIA-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RENGLON
                           IF REFERENCIA-RECORD NOT = SPACES
                                   AND REFERENCIA-RECORD(1:3)
                                       NOT = "TRL"
                               PERFORM REVISA-REFERENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCIA-FILE
               IF WS-RS-HUERFANOS(WS-RV-I) = 0
                   MOVE "CORRECTO" TO WS-RS-ESTADO(WS-RV-I)
               ELSE
                   MOVE "HUERFANOS" TO WS-RS-ESTADO(WS-RV-I)
               END-IF
               PERFORM ESCRIBE-CUENTA.

           VALIDA-MAESTRO-CARGADO.
               MOVE "N" TO WS-MAESTRO-SWITCH
               EVALUATE WS-RV-TIPO(WS-RV-I)
                   WHEN "C"
                       IF WS-CLI-COUNT > 0
                           SET WS-MAESTRO-CARGADO TO TRUE
                       END-IF
                   WHEN "E"
                       IF WS-EMP-COUNT > 0
                           SET WS-MAESTRO-CARGADO TO TRUE
                       END-IF
                   WHEN "A"
                       IF WS-ALU-COUNT > 0
                           SET WS-MAESTRO-CARGADO TO TRUE
                       END-IF
                   WHEN OTHER
                       IF WS-CUR-COUNT > 0
                           SET WS-MAESTRO-CARGADO TO TRUE
                       END-IF
               END-EVALUATE.

           REVISA-REFERENCIA.
               ADD 1 TO WS-RS-LEIDOS(WS-RV-I)
               MOVE SPACES TO WS-LLAVE
               MOVE REFERENCIA-RECORD(WS-RV-POSICION(WS-RV-I):
                   WS-RV-LARGO(WS-RV-I)) TO WS-LLAVE
               MOVE "N" TO WS-HALLADO-SWITCH
               MOVE "N" TO WS-EN-BAJA-SWITCH
               EVALUATE WS-RV-TIPO(WS-RV-I)
                   WHEN "C"
                       PERFORM BUSCA-CLIENTE-REF
                   WHEN "E"
                       PERFORM BUSCA-EMPLEADO-REF
                   WHEN "A"
                       PERFORM BUSCA-ALUMNO-REF
                   WHEN OTHER
                       PERFORM BUSCA-CURSO-REF
               END-EVALUATE
               EVALUATE TRUE
                   WHEN NOT WS-HALLADO
                       MOVE "01" TO WS-MOTIVO
                       MOVE "NO EXISTE EN EL MAESTRO"
                           TO WS-HL-MOTIVO
                   WHEN WS-EN-BAJA AND WS-RV-BAJA(WS-RV-I) = "S"
                       MOVE "02" TO WS-MOTIVO
                       MOVE "EN BAJA EN EL MAESTRO" TO WS-HL-MOTIVO
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
               ADD 1 TO WS-RS-HUERFANOS(WS-RV-I)
               ADD 1 TO WS-TOT-HUERFANOS
               MOVE WS-RENGLON TO WS-HL-RENGLON
               MOVE WS-LLAVE TO WS-HL-LLAVE
               MOVE WS-HUERFANO-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               MOVE SPACES TO REFREPAR-RECORD
               MOVE WS-RV-ARCHIVO(WS-RV-I) TO RRX-ARCHIVO
               MOVE WS-RENGLON TO RRX-RENGLON
               MOVE WS-RV-TIPO(WS-RV-I) TO RRX-TIPO
               MOVE WS-LLAVE TO RRX-LLAVE
               MOVE WS-MOTIVO TO RRX-MOTIVO
               MOVE REFERENCIA-RECORD TO RRX-REGISTRO
               WRITE REFREPAR-RECORD.

           BUSCA-CLIENTE-REF.
               PERFORM VARYING WS-C-I FROM 1 BY 1
                       UNTIL WS-C-I > WS-CLI-COUNT OR WS-HALLADO
                   IF WS-C-ID(WS-C-I) = WS-LLAVE
                       SET WS-HALLADO TO TRUE
                       IF WS-C-ESTATUS(WS-C-I) = "B"
                           SET WS-EN-BAJA TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

           BUSCA-EMPLEADO-REF.
               PERFORM VARYING WS-E-I FROM 1 BY 1
                       UNTIL WS-E-I > WS-EMP-COUNT OR WS-HALLADO
                   IF WS-E-ID(WS-E-I) = WS-LLAVE
                       SET WS-HALLADO TO TRUE
                   END-IF
               END-PERFORM.

           BUSCA-ALUMNO-REF.
               PERFORM VARYING WS-ALU-I FROM 1 BY 1
                       UNTIL WS-ALU-I > WS-ALU-COUNT OR WS-HALLADO
                   IF WS-ALU-ID(WS-ALU-I) = WS-LLAVE
                       SET WS-HALLADO TO TRUE
                       IF WS-ALU-ESTATUS(WS-ALU-I) = "B"
                           SET WS-EN-BAJA TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

           BUSCA-CURSO-REF.
               PERFORM VARYING WS-K-I FROM 1 BY 1
                       UNTIL WS-K-I > WS-CUR-COUNT OR WS-HALLADO
                   IF WS-K-CODIGO(WS-K-I) = WS-LLAVE
                       SET WS-HALLADO TO TRUE
                   END-IF
               END-PERFORM.

           ESCRIBE-CUENTA.
               MOVE WS-RS-LEIDOS(WS-RV-I) TO WS-CN-LEIDOS
               MOVE WS-RS-HUERFANOS(WS-RV-I) TO WS-CN-HUERFANOS
               MOVE WS-RS-ESTADO(WS-RV-I) TO WS-CN-ESTADO
               MOVE WS-CUENTA-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               MOVE SPACES TO INTEGREF-LINE
               WRITE INTEGREF-LINE.

           ESCRIBE-RESUMEN.
               MOVE WS-TOT-HUERFANOS TO WS-TL-HUERFANOS
               MOVE WS-TOLERANCIA TO WS-TL-TOLERANCIA
               MOVE WS-TOTAL-LINE TO INTEGREF-LINE
               WRITE INTEGREF-LINE
               IF WS-TOT-HUERFANOS > WS-TOLERANCIA
                   MOVE SPACES TO INTEGREF-LINE
                   STRING "HUERFANOS SOBRE LA TOLERANCIA: SE "
                       "DETIENE EL LOTE NOCTURNO"
                       DELIMITED BY SIZE INTO INTEGREF-LINE
                   WRITE INTEGREF-LINE
               END-IF.

       COPY ALUPROC.
       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
