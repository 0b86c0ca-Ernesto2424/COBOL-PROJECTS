      ******************************************************************
      * Author:
      * Date:
      * Purpose:   VACATION ENTITLEMENT ACCRUAL ON SERVICE ANNIVERSARIES
      * Tectonics: cobc
      * Note:      Every employee of the run's company who has reached
      *            a service anniversary (from EMP-FECHA-INGRESO) not
      *            yet granted gets the vacation days of the seniority
      *            scale in VACESC.CTL (years-from 9(2), days 9(3) per
      *            line, ascending and starting at year 01) added to
      *            the balance in VACSALDO.DAT. A missing or malformed
      *            scale falls back to the standard one in this
      *            program. The last anniversary granted is kept on
      *            the balance row, so the run can go daily and never
      *            grants twice; an anniversary missed by a skipped
      *            run is caught up. An employee's first balance row
      *            starts at the most recent anniversary. Grants are
      *            listed in VACOTORG.yyyymmddhhmmss.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT ESCALA-CTL-FILE ASSIGN TO "VACESC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT OTORGA-REPORT ASSIGN TO DYNAMIC WS-OTORGA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTORGA-STATUS.
           COPY VSSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  ESCALA-CTL-FILE.
       01  ESCALA-CTL-RECORD.
           05  VE-ANIOS            PIC X(2).
           05  VE-DIAS             PIC X(3).

       FD  OTORGA-REPORT.
       01  OTORGA-LINE             PIC X(80).

       COPY VSFD.

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
       COPY VSWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-ESC-STATUS           PIC XX.
       01  WS-OTORGA-STATUS        PIC XX.
       01  WS-OTORGA-FILENAME      PIC X(40).
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-EOF-ESC-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ESC          VALUE "Y".
       01  WS-ESC-MALA-SWITCH      PIC X VALUE "N".
           88  WS-ESC-MALA         VALUE "Y".

      * ESCALA DE ANTIGUEDAD: DESDE N ANOS DE SERVICIO, DIAS
       01  WS-ESC-COUNT            PIC 99 VALUE 0.
       01  WS-ESCALA-TABLE.
           05  WS-ESC-ENTRY OCCURS 40 TIMES.
               10  WS-ESC-ANIOS    PIC 99.
               10  WS-ESC-DIAS     PIC 9(3).
       01  WS-ESC-I                PIC 99 VALUE 0.

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-FH-AAAA          PIC 9(4).
           05  WS-FH-MMDD          PIC 9(4).
       01  WS-FING-TRABAJO         PIC 9(8) VALUE 0.
       01  WS-FING-TRABAJO-R REDEFINES WS-FING-TRABAJO.
           05  WS-FI-AAAA          PIC 9(4).
           05  WS-FI-MMDD          PIC 9(4).
       01  WS-FECHA-ANIV           PIC 9(8) VALUE 0.
       01  WS-FECHA-ANIV-R REDEFINES WS-FECHA-ANIV.
           05  WS-FA-AAAA          PIC 9(4).
           05  WS-FA-MMDD          PIC 9(4).
       01  WS-ANIOS                PIC S9(3) VALUE 0.
       01  WS-ANIV                 PIC 99 VALUE 0.
       01  WS-DIAS-ANIV            PIC 9(3) VALUE 0.
       01  WS-DIAS-OTORGADOS       PIC 9(4) VALUE 0.
       01  WS-CONT-OTORGADOS       PIC 9(4) VALUE 0.
       01  WS-CONT-SIN-FECHA       PIC 9(4) VALUE 0.
       01  WS-TOTAL-DIAS           PIC 9(6) VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-ID             PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOMBRE         PIC X(20).
           05  FILLER              PIC X(7) VALUE " DEPTO ".
           05  WS-D-DEPTO          PIC X(4).
           05  FILLER              PIC X(6) VALUE " ANOS ".
           05  WS-D-ANIOS          PIC Z9.
           05  FILLER              PIC X(7) VALUE " DIAS +".
           05  WS-D-DIAS           PIC ZZ9.
           05  FILLER              PIC X(8) VALUE " SALDO  ".
           05  WS-D-SALDO          PIC -ZZZ9.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VACOTORGA" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-ESCALA
               PERFORM CARGA-SALDOS-VACACIONES
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "VACOTORG." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-OTORGA-FILENAME
               OPEN OUTPUT OTORGA-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO OTORGA-LINE
               WRITE OTORGA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO OTORGA-LINE
               WRITE OTORGA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO OTORGA-LINE
               WRITE OTORGA-LINE
               PERFORM RECORRE-EMPLEADOS
               MOVE SPACES TO OTORGA-LINE
               STRING "EMPLEADOS CON OTORGAMIENTO: " WS-CONT-OTORGADOS
                   "  DIAS OTORGADOS: " WS-TOTAL-DIAS
                   "  SIN FECHA DE INGRESO: " WS-CONT-SIN-FECHA
                   DELIMITED BY SIZE INTO OTORGA-LINE
               WRITE OTORGA-LINE
               MOVE WS-REPORTE-PIE-LINE TO OTORGA-LINE
               WRITE OTORGA-LINE
               CLOSE OTORGA-REPORT
               PERFORM GRABA-SALDOS-VACACIONES
               MOVE "VACOTORGA" TO WS-RC-TIPO
               MOVE WS-OTORGA-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-OTORGADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "VACACIONES OTORGADAS A " WS-CONT-OTORGADOS
                   " EMPLEADOS, " WS-TOTAL-DIAS " DIAS, EN "
                   WS-OTORGA-FILENAME
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-ESCALA.
               MOVE 0 TO WS-ESC-COUNT
               MOVE "N" TO WS-EOF-ESC-SWITCH
               MOVE "N" TO WS-ESC-MALA-SWITCH
               OPEN INPUT ESCALA-CTL-FILE
               IF WS-ESC-STATUS NOT = "00"
                   PERFORM CARGA-ESCALA-ESTANDAR
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-ESC OR WS-ESC-MALA
                   READ ESCALA-CTL-FILE
                       AT END
                           SET WS-EOF-ESC TO TRUE
                       NOT AT END
                           PERFORM CARGA-UN-ESCALON
                   END-READ
               END-PERFORM
               CLOSE ESCALA-CTL-FILE
               IF WS-ESC-COUNT = 0
                   SET WS-ESC-MALA TO TRUE
               END-IF
               IF WS-ESC-MALA
                   DISPLAY "ESCALA DE VACACIONES INVALIDA EN "
                       "VACESC.CTL, SE USA LA ESCALA ESTANDAR"
                   PERFORM CARGA-ESCALA-ESTANDAR
               END-IF.

           CARGA-UN-ESCALON.
               EVALUATE TRUE
                   WHEN VE-ANIOS IS NOT NUMERIC
                       SET WS-ESC-MALA TO TRUE
                   WHEN VE-DIAS IS NOT NUMERIC
                       SET WS-ESC-MALA TO TRUE
                   WHEN WS-ESC-COUNT >= 40
                       SET WS-ESC-MALA TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-ESC-COUNT
                       MOVE VE-ANIOS TO WS-ESC-ANIOS(WS-ESC-COUNT)
                       MOVE VE-DIAS TO WS-ESC-DIAS(WS-ESC-COUNT)
                       IF WS-ESC-COUNT = 1
                           IF WS-ESC-ANIOS(1) NOT = 1
                               SET WS-ESC-MALA TO TRUE
                           END-IF
                       ELSE
                           IF WS-ESC-ANIOS(WS-ESC-COUNT) NOT >
                                   WS-ESC-ANIOS(WS-ESC-COUNT - 1)
                               SET WS-ESC-MALA TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE.

      * ESCALA DE LEY: 12 DIAS EL PRIMER ANO, DOS MAS POR ANO HASTA
      * EL QUINTO Y DOS MAS POR CADA CINCO ANOS DESPUES
           CARGA-ESCALA-ESTANDAR.
               MOVE 11 TO WS-ESC-COUNT
               MOVE 1 TO WS-ESC-ANIOS(1)
               MOVE 12 TO WS-ESC-DIAS(1)
               MOVE 2 TO WS-ESC-ANIOS(2)
               MOVE 14 TO WS-ESC-DIAS(2)
               MOVE 3 TO WS-ESC-ANIOS(3)
               MOVE 16 TO WS-ESC-DIAS(3)
               MOVE 4 TO WS-ESC-ANIOS(4)
               MOVE 18 TO WS-ESC-DIAS(4)
               MOVE 5 TO WS-ESC-ANIOS(5)
               MOVE 20 TO WS-ESC-DIAS(5)
               MOVE 6 TO WS-ESC-ANIOS(6)
               MOVE 22 TO WS-ESC-DIAS(6)
               MOVE 11 TO WS-ESC-ANIOS(7)
               MOVE 24 TO WS-ESC-DIAS(7)
               MOVE 16 TO WS-ESC-ANIOS(8)
               MOVE 26 TO WS-ESC-DIAS(8)
               MOVE 21 TO WS-ESC-ANIOS(9)
               MOVE 28 TO WS-ESC-DIAS(9)
               MOVE 26 TO WS-ESC-ANIOS(10)
               MOVE 30 TO WS-ESC-DIAS(10)
               MOVE 31 TO WS-ESC-ANIOS(11)
               MOVE 32 TO WS-ESC-DIAS(11).

           RECORRE-EMPLEADOS.
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   SET WS-EOF-EMP TO TRUE
                   DISPLAY "EMPLOYEE.DAT NO DISPONIBLE"
               END-IF
               PERFORM UNTIL WS-EOF-EMP
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND (EMP-COMPANIA =
                                       WS-CIA-ACTUAL
                                     OR (EMP-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               PERFORM REVISA-ANIVERSARIO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMPLOYEE-STATUS NOT = "35"
                   CLOSE EMPLOYEE-FILE
               END-IF.

      * ANOS CUMPLIDOS A LA FECHA DE NEGOCIO; SE OTORGA CADA
      * ANIVERSARIO ENTRE EL ULTIMO YA OTORGADO Y EL ACTUAL
           REVISA-ANIVERSARIO.
               IF EMP-FECHA-INGRESO IS NOT NUMERIC
                       OR EMP-FECHA-INGRESO = 0
                   ADD 1 TO WS-CONT-SIN-FECHA
                   EXIT PARAGRAPH
               END-IF
               MOVE EMP-FECHA-INGRESO TO WS-FING-TRABAJO
               COMPUTE WS-ANIOS = WS-FH-AAAA - WS-FI-AAAA
               IF WS-FH-MMDD < WS-FI-MMDD
                   SUBTRACT 1 FROM WS-ANIOS
               END-IF
               IF WS-ANIOS < 1
                   EXIT PARAGRAPH
               END-IF
               IF WS-ANIOS > 99
                   MOVE 99 TO WS-ANIOS
               END-IF
               MOVE EMP-ID TO WS-VS-BUSCADO
               PERFORM BUSCA-SALDO-VACACIONES
               IF WS-VS-INDICE = 0
                   IF WS-VS-COUNT >= 1000
                       DISPLAY "TABLA DE SALDOS LLENA, SIN OTORGAR: "
                           EMP-ID
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-VS-COUNT
                   MOVE WS-VS-COUNT TO WS-VS-INDICE
                   MOVE EMP-ID TO WS-VS-EMP-ID(WS-VS-INDICE)
                   MOVE WS-CIA-ACTUAL TO WS-VS-CIA(WS-VS-INDICE)
                   MOVE 0 TO WS-VS-OTORGADOS(WS-VS-INDICE)
                   MOVE 0 TO WS-VS-TOMADOS(WS-VS-INDICE)
                   COMPUTE WS-VS-ULT-ANIV(WS-VS-INDICE) =
                       WS-ANIOS - 1
                   MOVE 0 TO WS-VS-FECHA-ANIV(WS-VS-INDICE)
               END-IF
               IF WS-ANIOS NOT > WS-VS-ULT-ANIV(WS-VS-INDICE)
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-DIAS-OTORGADOS
               COMPUTE WS-ANIV = WS-VS-ULT-ANIV(WS-VS-INDICE) + 1
               PERFORM UNTIL WS-ANIV > WS-ANIOS
                   PERFORM DIAS-DE-ESCALA
                   ADD WS-DIAS-ANIV TO WS-DIAS-OTORGADOS
                   ADD 1 TO WS-ANIV
               END-PERFORM
               ADD WS-DIAS-OTORGADOS TO WS-VS-OTORGADOS(WS-VS-INDICE)
               MOVE WS-ANIOS TO WS-VS-ULT-ANIV(WS-VS-INDICE)
               MOVE WS-FING-TRABAJO TO WS-FECHA-ANIV
               ADD WS-ANIOS TO WS-FA-AAAA
               MOVE WS-FECHA-ANIV TO WS-VS-FECHA-ANIV(WS-VS-INDICE)
               ADD 1 TO WS-CONT-OTORGADOS
               ADD WS-DIAS-OTORGADOS TO WS-TOTAL-DIAS
               MOVE EMP-ID TO WS-D-ID
               MOVE EMP-NOMBRE TO WS-D-NOMBRE
               MOVE EMP-DEPTO TO WS-D-DEPTO
               MOVE WS-ANIOS TO WS-D-ANIOS
               MOVE WS-DIAS-OTORGADOS TO WS-D-DIAS
               COMPUTE WS-D-SALDO = WS-VS-OTORGADOS(WS-VS-INDICE)
                   - WS-VS-TOMADOS(WS-VS-INDICE)
               MOVE WS-DETALLE-LINE TO OTORGA-LINE
               WRITE OTORGA-LINE.

      * DIAS DEL ESCALON DE MAYOR "DESDE" QUE NO EXCEDE WS-ANIV
           DIAS-DE-ESCALA.
               MOVE 0 TO WS-DIAS-ANIV
               PERFORM VARYING WS-ESC-I FROM 1 BY 1
                       UNTIL WS-ESC-I > WS-ESC-COUNT
                   IF WS-ESC-ANIOS(WS-ESC-I) NOT > WS-ANIV
                       MOVE WS-ESC-DIAS(WS-ESC-I) TO WS-DIAS-ANIV
                   END-IF
               END-PERFORM.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY VSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
