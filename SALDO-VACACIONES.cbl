      ******************************************************************
      * Author:
      * Date:
      * Purpose:   VACATION BALANCE REPORT BY DEPARTMENT
      * Tectonics: cobc
      * Note:      Lists every employee of the run's company grouped
      *            by EMP-DEPTO with the vacation days granted by
      *            VACACIONES-OTORGA, the days taken as captured in
      *            CAPTURA-VACACIONES and the days remaining, from
      *            VACSALDO.DAT, with department subtotals and a
      *            company total. Employees with no balance row yet
      *            show zeros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT SALDO-REPORT ASSIGN TO DYNAMIC WS-SALDO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALDOREP-STATUS.
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

       FD  SALDO-REPORT.
       01  SALDO-LINE              PIC X(80).

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
       01  WS-SALDOREP-STATUS      PIC XX.
       01  WS-SALDO-FILENAME       PIC X(40).
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".

       01  WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01  WS-EMPLEADOS-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-E-ID         PIC X(6).
               10  WS-E-NOMBRE     PIC X(20).
               10  WS-E-DEPTO      PIC X(4).
               10  WS-E-OTORGADOS  PIC 9(4).
               10  WS-E-TOMADOS    PIC 9(4).
               10  WS-E-LISTADO    PIC X.
       01  WS-EMP-I                PIC 9(4) VALUE 0.
       01  WS-EMP-J                PIC 9(4) VALUE 0.
       01  WS-DEPTO-GRUPO          PIC X(4).

       01  WS-DEP-OTORGADOS        PIC 9(6) VALUE 0.
       01  WS-DEP-TOMADOS          PIC 9(6) VALUE 0.
       01  WS-DEP-EMPLEADOS        PIC 9(4) VALUE 0.
       01  WS-TOT-OTORGADOS        PIC 9(6) VALUE 0.
       01  WS-TOT-TOMADOS          PIC 9(6) VALUE 0.

       01  WS-SALDO-DETALLE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SD-ID            PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-SD-NOMBRE        PIC X(20).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SD-OTORGADOS     PIC ZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SD-TOMADOS       PIC ZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SD-SALDO         PIC -ZZZZZ9.

       01  WS-SALDO-TITULO.
           05  FILLER              PIC X(31) VALUE
                                   "  EMPLEADO NOMBRE".
           05  FILLER              PIC X(32) VALUE
                                   "OTORG.   TOMADOS    SALDO".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VACSALDO" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM CARGA-SALDOS-VACACIONES
               PERFORM CARGA-EMPLEADOS
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "VACSALDO." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-SALDO-FILENAME
               OPEN OUTPUT SALDO-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO SALDO-LINE
               WRITE SALDO-LINE
               MOVE WS-REPORTE-IDENT-LINE TO SALDO-LINE
               WRITE SALDO-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO SALDO-LINE
               WRITE SALDO-LINE
               MOVE "SALDOS DE VACACIONES POR DEPARTAMENTO (DIAS)"
                   TO SALDO-LINE
               WRITE SALDO-LINE
               MOVE WS-SALDO-TITULO TO SALDO-LINE
               WRITE SALDO-LINE
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-COUNT
                   IF WS-E-LISTADO(WS-EMP-I) = "N"
                       PERFORM ESCRIBE-DEPARTAMENTO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-SALDO-DETALLE
               MOVE "TOTAL COMPANIA" TO WS-SD-NOMBRE
               MOVE WS-TOT-OTORGADOS TO WS-SD-OTORGADOS
               MOVE WS-TOT-TOMADOS TO WS-SD-TOMADOS
               COMPUTE WS-SD-SALDO = WS-TOT-OTORGADOS - WS-TOT-TOMADOS
               MOVE WS-SALDO-DETALLE TO SALDO-LINE
               WRITE SALDO-LINE
               MOVE WS-REPORTE-PIE-LINE TO SALDO-LINE
               WRITE SALDO-LINE
               CLOSE SALDO-REPORT
               MOVE "VACSALDO" TO WS-RC-TIPO
               MOVE WS-SALDO-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-EMP-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "SALDOS DE VACACIONES DE " WS-EMP-COUNT
                   " EMPLEADOS EN " WS-SALDO-FILENAME
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-EMPLEADOS.
               MOVE 0 TO WS-EMP-COUNT
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE.DAT NO DISPONIBLE"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-EMP
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND WS-EMP-COUNT < 1000
                                   AND (EMP-COMPANIA =
                                       WS-CIA-ACTUAL
                                     OR (EMP-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               PERFORM AGREGA-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           AGREGA-EMPLEADO.
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-ID TO WS-E-ID(WS-EMP-COUNT)
               MOVE EMP-NOMBRE TO WS-E-NOMBRE(WS-EMP-COUNT)
               MOVE EMP-DEPTO TO WS-E-DEPTO(WS-EMP-COUNT)
               MOVE "N" TO WS-E-LISTADO(WS-EMP-COUNT)
               MOVE 0 TO WS-E-OTORGADOS(WS-EMP-COUNT)
               MOVE 0 TO WS-E-TOMADOS(WS-EMP-COUNT)
               MOVE EMP-ID TO WS-VS-BUSCADO
               PERFORM BUSCA-SALDO-VACACIONES
               IF WS-VS-INDICE > 0
                   MOVE WS-VS-OTORGADOS(WS-VS-INDICE) TO
                       WS-E-OTORGADOS(WS-EMP-COUNT)
                   MOVE WS-VS-TOMADOS(WS-VS-INDICE) TO
                       WS-E-TOMADOS(WS-EMP-COUNT)
               END-IF.

      * TODOS LOS EMPLEADOS DEL DEPARTAMENTO DE WS-EMP-I, EN ORDEN DE
      * APARICION, CON SU SUBTOTAL
           ESCRIBE-DEPARTAMENTO.
               MOVE WS-E-DEPTO(WS-EMP-I) TO WS-DEPTO-GRUPO
               MOVE 0 TO WS-DEP-OTORGADOS
               MOVE 0 TO WS-DEP-TOMADOS
               MOVE 0 TO WS-DEP-EMPLEADOS
               MOVE SPACES TO SALDO-LINE
               STRING "DEPARTAMENTO " WS-DEPTO-GRUPO
                   DELIMITED BY SIZE INTO SALDO-LINE
               WRITE SALDO-LINE
               PERFORM VARYING WS-EMP-J FROM WS-EMP-I BY 1
                       UNTIL WS-EMP-J > WS-EMP-COUNT
                   IF WS-E-DEPTO(WS-EMP-J) = WS-DEPTO-GRUPO
                       PERFORM ESCRIBE-RENGLON-SALDO
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-SALDO-DETALLE
               MOVE "SUBTOTAL DEPTO" TO WS-SD-NOMBRE
               MOVE WS-DEP-OTORGADOS TO WS-SD-OTORGADOS
               MOVE WS-DEP-TOMADOS TO WS-SD-TOMADOS
               COMPUTE WS-SD-SALDO = WS-DEP-OTORGADOS - WS-DEP-TOMADOS
               MOVE WS-SALDO-DETALLE TO SALDO-LINE
               WRITE SALDO-LINE.

           ESCRIBE-RENGLON-SALDO.
               MOVE "S" TO WS-E-LISTADO(WS-EMP-J)
               ADD 1 TO WS-DEP-EMPLEADOS
               ADD WS-E-OTORGADOS(WS-EMP-J) TO WS-DEP-OTORGADOS
               ADD WS-E-TOMADOS(WS-EMP-J) TO WS-DEP-TOMADOS
               ADD WS-E-OTORGADOS(WS-EMP-J) TO WS-TOT-OTORGADOS
               ADD WS-E-TOMADOS(WS-EMP-J) TO WS-TOT-TOMADOS
               MOVE WS-E-ID(WS-EMP-J) TO WS-SD-ID
               MOVE WS-E-NOMBRE(WS-EMP-J) TO WS-SD-NOMBRE
               MOVE WS-E-OTORGADOS(WS-EMP-J) TO WS-SD-OTORGADOS
               MOVE WS-E-TOMADOS(WS-EMP-J) TO WS-SD-TOMADOS
               COMPUTE WS-SD-SALDO = WS-E-OTORGADOS(WS-EMP-J)
                   - WS-E-TOMADOS(WS-EMP-J)
               MOVE WS-SALDO-DETALLE TO SALDO-LINE
               WRITE SALDO-LINE.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY VSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
