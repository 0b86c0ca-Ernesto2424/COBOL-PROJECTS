      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTHLY DEPARTMENT BUDGET VERSUS ACTUAL REPORT
      * Tectonics: cobc
      * Note:      For the month the operator gives (the month of the
      *            business date by default) compares, per company and
      *            department, the budget finance keeps in PRESUP.DAT
      *            (MANTEN-PRESUPUESTO) with the actual spending: the
      *            gross payroll of the department in NOMDEPTO.DAT
      *            (NOMINA runs and final pay of BAJA-PERSONAL) plus
      *            the computing chargebacks COBRO-DEPTOS left in
      *            COBRODEP.DAT. Each department shows the month and
      *            the year to date (January through the month). A
      *            variance beyond the tolerance percentage of
      *            PRESUP.PRM (created with 10.00 when missing) is
      *            marked EXC when actual is over budget and BAJ when
      *            under; actual spending with no budget is marked
      *            S/P. The detail is followed by one summary page per
      *            company with its totals and the number of marked
      *            departments. Registers its generation in
      *            REPCAT.DAT as PRESUPUESTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PPTSEL.
           COPY NDSEL.
           SELECT COBRODEP-FILE ASSIGN TO "COBRODEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT PRESUP-PRM-FILE ASSIGN TO "PRESUP.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PRESREAL-REPORT ASSIGN TO DYNAMIC WS-PRESREAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRESREAL-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PPTFD.

       COPY NDFD.

       FD  COBRODEP-FILE.
       01  COBRODEP-RECORD.
           05  CD-PERIODO      PIC X(6).
           05  CD-DEPTO        PIC X(4).
           05  CD-COMPANIA     PIC X(2).
           05  CD-LOTES        PIC 9(5).
           05  CD-OPERS        PIC 9(7).
           05  CD-IMPORTE      PIC 9(9)V99.
           05  CD-FECHA        PIC 9(8).

       FD  PRESUP-PRM-FILE.
       01  PRESUP-PRM-RECORD.
           05  PM-CONCEPTO     PIC X(10).
           05  PM-VALOR        PIC 9(5)V99.

       FD  PRESREAL-REPORT.
       01  PRESREAL-LINE           PIC X(80).

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
       COPY PPTWS.
       COPY NDWS.

       01  WS-CD-STATUS            PIC XX.
       01  WS-PRM-STATUS           PIC XX.
       01  WS-PRESREAL-STATUS      PIC XX.
       01  WS-PRESREAL-FILENAME    PIC X(40).
       01  WS-EOF-CD-SWITCH        PIC X VALUE "N".
           88  WS-EOF-CD           VALUE "Y".
       01  WS-EOF-PRM-SWITCH       PIC X VALUE "N".
           88  WS-EOF-PRM          VALUE "Y".
       01  WS-INCOMPLETO-SWITCH    PIC X VALUE "N".
           88  WS-INCOMPLETO       VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO-TXT          PIC X(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO-TXT.
           05  WS-PER-ANIO         PIC 9(4).
           05  WS-PER-MES          PIC 99.
       01  WS-PERIODO-OK-SWITCH    PIC X VALUE "N".
           88  WS-PERIODO-OK       VALUE "Y".
       01  WS-TOLERANCIA           PIC 9(3)V99 VALUE 10.
       01  WS-TOLERANCIA-ED        PIC ZZ9.99.

      * RENGLON POR COMPANIA Y DEPARTAMENTO, ORDENADO, CON EL
      * PRESUPUESTO, LA NOMINA Y EL COBRO DEL MES Y ACUMULADOS
       01  WS-RR-COUNT             PIC 9(3) VALUE 0.
       01  WS-RENGLONES-TABLE.
           05  WS-RR-ENTRY OCCURS 600 TIMES.
               10  WS-RR-CIA       PIC X(2).
               10  WS-RR-DEPTO     PIC X(4).
               10  WS-RR-PRE-MES   PIC 9(9)V99.
               10  WS-RR-PRE-ACU   PIC 9(9)V99.
               10  WS-RR-NOM-MES   PIC 9(9)V99.
               10  WS-RR-NOM-ACU   PIC 9(9)V99.
               10  WS-RR-COB-MES   PIC 9(9)V99.
               10  WS-RR-COB-ACU   PIC 9(9)V99.
       01  WS-RR-I                 PIC 9(3) VALUE 0.
       01  WS-RR-J                 PIC 9(3) VALUE 0.
       01  WS-RR-INDICE            PIC 9(3) VALUE 0.
       01  WS-RR-CIA-BUSCADA       PIC X(2).
       01  WS-RR-DEPTO-BUSCADO     PIC X(4).

      * TOTALES POR COMPANIA PARA LA PAGINA DE RESUMEN
       01  WS-CS-COUNT             PIC 99 VALUE 0.
       01  WS-CIAS-TABLE.
           05  WS-CS-ENTRY OCCURS 50 TIMES.
               10  WS-CS-CIA       PIC X(2).
               10  WS-CS-DEPTOS    PIC 9(3).
               10  WS-CS-PRE-MES   PIC 9(11)V99.
               10  WS-CS-PRE-ACU   PIC 9(11)V99.
               10  WS-CS-NOM-MES   PIC 9(11)V99.
               10  WS-CS-NOM-ACU   PIC 9(11)V99.
               10  WS-CS-COB-MES   PIC 9(11)V99.
               10  WS-CS-COB-ACU   PIC 9(11)V99.
               10  WS-CS-FUERA-MES PIC 9(3).
               10  WS-CS-FUERA-ACU PIC 9(3).
               10  WS-CS-SIN-PRE   PIC 9(3).
       01  WS-CS-I                 PIC 99 VALUE 0.
       01  WS-CIA-ANTERIOR         PIC X(2).
       01  WS-NOMBRE-CIA           PIC X(30).

      * UNA COMPARACION: PRESUPUESTO, NOMINA Y COBRO DE ENTRADA;
      * REAL, VARIACION, PORCIENTO Y MARCA DE SALIDA
       01  WS-V-TIPO               PIC X(4).
       01  WS-V-PRE                PIC 9(11)V99 VALUE 0.
       01  WS-V-NOM                PIC 9(11)V99 VALUE 0.
       01  WS-V-COB                PIC 9(11)V99 VALUE 0.
       01  WS-V-REAL               PIC 9(11)V99 VALUE 0.
       01  WS-V-VAR                PIC S9(11)V99 VALUE 0.
       01  WS-V-PCT                PIC S9(5)V9 VALUE 0.
       01  WS-V-PCT-ABS            PIC 9(5)V9 VALUE 0.
       01  WS-V-MARCA              PIC X(3).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(10) VALUE "DEPT PER. ".
           05  FILLER              PIC X(12) VALUE
                                   "PRESUPUESTO ".
           05  FILLER              PIC X(12) VALUE
                                   "     NOMINA ".
           05  FILLER              PIC X(11) VALUE "     COBRO ".
           05  FILLER              PIC X(12) VALUE
                                   "       REAL ".
           05  FILLER              PIC X(13) VALUE
                                   "   VARIACION ".
           05  FILLER              PIC X(6) VALUE "     %".
       01  WS-DETALLE-LINE.
           05  WS-DT-DEPTO         PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-TIPO          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-PRE           PIC ZZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-NOM           PIC ZZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-COB           PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-REAL          PIC ZZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-VAR           PIC -(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-PCT           PIC -(3)9.9.
           05  WS-DT-PCT-X REDEFINES WS-DT-PCT PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-MARCA         PIC X(3).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "PRESREAL" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM PIDE-PERIODO
               PERFORM CARGA-TOLERANCIA
               MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ED
               PERFORM CARGA-PRESUPUESTO
               PERFORM ACUMULA-PRESUPUESTO
               PERFORM ACUMULA-NOMINA
               PERFORM ACUMULA-COBROS
               IF WS-RR-COUNT = 0
                   DISPLAY "SIN PRESUPUESTO NI GASTO REGISTRADO EN "
                       WS-PER-ANIO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM ESCRIBE-REPORTE
               IF WS-INCOMPLETO
                   DISPLAY "MAS DE 600 DEPARTAMENTOS O 50 COMPANIAS, "
                       "REPORTE INCOMPLETO"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           PIDE-PERIODO.
               MOVE "N" TO WS-PERIODO-OK-SWITCH
               PERFORM WITH TEST AFTER UNTIL WS-PERIODO-OK
                   DISPLAY "PERIODO A COMPARAR (AAAAMM, ENTER = "
                       WS-FECHA-HOY(1:6) ")"
                   MOVE SPACES TO WS-PERIODO-TXT
                   ACCEPT WS-PERIODO-TXT
                   IF WS-PERIODO-TXT = SPACES
                       MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-TXT
                   END-IF
                   IF WS-PERIODO-TXT IS NUMERIC
                           AND WS-PER-MES >= 1 AND WS-PER-MES <= 12
                       SET WS-PERIODO-OK TO TRUE
                   ELSE
                       DISPLAY "PERIODO INVALIDO: " WS-PERIODO-TXT
                   END-IF
               END-PERFORM.

      * SIN PRESUP.PRM SE ESCRIBE CON LA TOLERANCIA DEL TALLER Y SE
      * USA EN LA MISMA CORRIDA, COMO HACE TARIFAS.PRM
           CARGA-TOLERANCIA.
               OPEN INPUT PRESUP-PRM-FILE
               IF WS-PRM-STATUS NOT = "00"
                   DISPLAY "PRESUP.PRM NO EXISTE, SE CREA CON "
                       "VALORES DEL TALLER"
                   OPEN OUTPUT PRESUP-PRM-FILE
                   MOVE SPACES TO PRESUP-PRM-RECORD
                   MOVE "TOLERANCIA" TO PM-CONCEPTO
                   MOVE 10 TO PM-VALOR
                   WRITE PRESUP-PRM-RECORD
                   CLOSE PRESUP-PRM-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-PRM
                   READ PRESUP-PRM-FILE
                       AT END
                           SET WS-EOF-PRM TO TRUE
                       NOT AT END
                           IF PM-CONCEPTO = "TOLERANCIA"
                                   AND PM-VALOR IS NUMERIC
                               MOVE PM-VALOR TO WS-TOLERANCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUP-PRM-FILE.

      * EL PRESUPUESTO DEL MES Y EL ACUMULADO DE ENERO AL MES
           ACUMULA-PRESUPUESTO.
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                       UNTIL WS-PT-I > WS-PT-COUNT
                   IF WS-PT-ANIO(WS-PT-I) = WS-PER-ANIO
                       MOVE WS-PT-CIA(WS-PT-I) TO WS-RR-CIA-BUSCADA
                       MOVE WS-PT-DEPTO(WS-PT-I) TO WS-RR-DEPTO-BUSCADO
                       PERFORM LOCALIZA-RENGLON
                       IF WS-RR-INDICE > 0
                           ADD WS-PT-MES(WS-PT-I, WS-PER-MES) TO
                               WS-RR-PRE-MES(WS-RR-INDICE)
                           PERFORM VARYING WS-PT-M FROM 1 BY 1
                                   UNTIL WS-PT-M > WS-PER-MES
                               ADD WS-PT-MES(WS-PT-I, WS-PT-M) TO
                                   WS-RR-PRE-ACU(WS-RR-INDICE)
                           END-PERFORM
                       END-IF
                   END-IF
               END-PERFORM.

      * NOMINA REAL: EL BRUTO DE CADA NOMINA Y FINIQUITO DEL ANIO
      * HASTA EL MES
           ACUMULA-NOMINA.
               MOVE "N" TO WS-ND-EOF-SWITCH
               OPEN INPUT NOMDEPTO-FILE
               IF WS-ND-STATUS NOT = "00"
                   DISPLAY "NOMDEPTO.DAT NO DISPONIBLE, NOMINA EN "
                       "CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-ND-EOF
                   READ NOMDEPTO-FILE
                       AT END
                           SET WS-ND-EOF TO TRUE
                       NOT AT END
                           IF ND-BRUTO IS NUMERIC
                                   AND ND-PERIODO(1:4) =
                                       WS-PERIODO-TXT(1:4)
                                   AND ND-PERIODO NOT >
                                       WS-PERIODO-TXT
                               MOVE ND-COMPANIA TO WS-RR-CIA-BUSCADA
                               MOVE ND-DEPTO TO WS-RR-DEPTO-BUSCADO
                               PERFORM LOCALIZA-RENGLON
                               IF WS-RR-INDICE > 0
                                   ADD ND-BRUTO TO
                                       WS-RR-NOM-ACU(WS-RR-INDICE)
                                   IF ND-PERIODO = WS-PERIODO-TXT
                                       ADD ND-BRUTO TO
                                           WS-RR-NOM-MES(WS-RR-INDICE)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMDEPTO-FILE.

           ACUMULA-COBROS.
               MOVE "N" TO WS-EOF-CD-SWITCH
               OPEN INPUT COBRODEP-FILE
               IF WS-CD-STATUS NOT = "00"
                   DISPLAY "COBRODEP.DAT NO DISPONIBLE, COBROS EN "
                       "CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-CD
                   READ COBRODEP-FILE
                       AT END
                           SET WS-EOF-CD TO TRUE
                       NOT AT END
                           IF CD-IMPORTE IS NUMERIC
                                   AND CD-PERIODO(1:4) =
                                       WS-PERIODO-TXT(1:4)
                                   AND CD-PERIODO NOT >
                                       WS-PERIODO-TXT
                               MOVE CD-COMPANIA TO WS-RR-CIA-BUSCADA
                               MOVE CD-DEPTO TO WS-RR-DEPTO-BUSCADO
                               PERFORM LOCALIZA-RENGLON
                               IF WS-RR-INDICE > 0
                                   ADD CD-IMPORTE TO
                                       WS-RR-COB-ACU(WS-RR-INDICE)
                                   IF CD-PERIODO = WS-PERIODO-TXT
                                       ADD CD-IMPORTE TO
                                           WS-RR-COB-MES(WS-RR-INDICE)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBRODEP-FILE.

      * WS-RR-CIA-BUSCADA + WS-RR-DEPTO-BUSCADO -> WS-RR-INDICE; UN
      * RENGLON NUEVO SE ABRE EN SU LUGAR EN ORDEN DE COMPANIA Y
      * DEPARTAMENTO. LA COMPANIA EN BLANCO ES LA 01
           LOCALIZA-RENGLON.
               IF WS-RR-CIA-BUSCADA = SPACES
                   MOVE "01" TO WS-RR-CIA-BUSCADA
               END-IF
               MOVE 0 TO WS-RR-INDICE
               PERFORM VARYING WS-RR-I FROM 1 BY 1
                       UNTIL WS-RR-I > WS-RR-COUNT
                           OR WS-RR-INDICE > 0
                   IF WS-RR-CIA(WS-RR-I) = WS-RR-CIA-BUSCADA
                           AND WS-RR-DEPTO(WS-RR-I) =
                               WS-RR-DEPTO-BUSCADO
                       MOVE WS-RR-I TO WS-RR-INDICE
                   END-IF
               END-PERFORM
               IF WS-RR-INDICE > 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-RR-COUNT >= 600
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-RR-I FROM 1 BY 1
                       UNTIL WS-RR-I > WS-RR-COUNT
                           OR WS-RR-INDICE > 0
                   IF WS-RR-CIA(WS-RR-I) > WS-RR-CIA-BUSCADA
                           OR (WS-RR-CIA(WS-RR-I) = WS-RR-CIA-BUSCADA
                               AND WS-RR-DEPTO(WS-RR-I) >
                                   WS-RR-DEPTO-BUSCADO)
                       MOVE WS-RR-I TO WS-RR-INDICE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-RR-COUNT
               IF WS-RR-INDICE = 0
                   MOVE WS-RR-COUNT TO WS-RR-INDICE
               ELSE
                   PERFORM VARYING WS-RR-J FROM WS-RR-COUNT BY -1
                           UNTIL WS-RR-J NOT > WS-RR-INDICE
                       MOVE WS-RR-ENTRY(WS-RR-J - 1) TO
                           WS-RR-ENTRY(WS-RR-J)
                   END-PERFORM
               END-IF
               MOVE WS-RR-CIA-BUSCADA TO WS-RR-CIA(WS-RR-INDICE)
               MOVE WS-RR-DEPTO-BUSCADO TO WS-RR-DEPTO(WS-RR-INDICE)
               MOVE 0 TO WS-RR-PRE-MES(WS-RR-INDICE)
               MOVE 0 TO WS-RR-PRE-ACU(WS-RR-INDICE)
               MOVE 0 TO WS-RR-NOM-MES(WS-RR-INDICE)
               MOVE 0 TO WS-RR-NOM-ACU(WS-RR-INDICE)
               MOVE 0 TO WS-RR-COB-MES(WS-RR-INDICE)
               MOVE 0 TO WS-RR-COB-ACU(WS-RR-INDICE).

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "PRESREAL." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-PRESREAL-FILENAME
               OPEN OUTPUT PRESREAL-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE WS-REPORTE-IDENT-LINE TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE SPACES TO PRESREAL-LINE
               STRING "PRESUPUESTO CONTRA REAL DEL PERIODO "
                   WS-PERIODO-TXT "  TOLERANCIA " WS-TOLERANCIA-ED "%"
                   DELIMITED BY SIZE INTO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE "MES = EL PERIODO, ACUM = DE ENERO AL PERIODO"
                   TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE SPACES TO WS-CIA-ANTERIOR
               PERFORM VARYING WS-RR-I FROM 1 BY 1
                       UNTIL WS-RR-I > WS-RR-COUNT
                   IF WS-RR-CIA(WS-RR-I) NOT = WS-CIA-ANTERIOR
                       PERFORM INICIA-COMPANIA
                   END-IF
                   PERFORM ESCRIBE-DEPTO
               END-PERFORM
               PERFORM VARYING WS-CS-I FROM 1 BY 1
                       UNTIL WS-CS-I > WS-CS-COUNT
                   PERFORM ESCRIBE-RESUMEN-CIA
               END-PERFORM
               MOVE SPACES TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE SPACES TO PRESREAL-LINE
               STRING "EXC = REAL SOBRE EL PRESUPUESTO MAS ALLA DE LA "
                   "TOLERANCIA" DELIMITED BY SIZE INTO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE SPACES TO PRESREAL-LINE
               STRING "BAJ = REAL BAJO EL PRESUPUESTO MAS ALLA DE LA "
                   "TOLERANCIA" DELIMITED BY SIZE INTO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE "S/P = GASTO SIN PRESUPUESTO" TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE WS-REPORTE-PIE-LINE TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               CLOSE PRESREAL-REPORT
               MOVE "PRESUPUESTO" TO WS-RC-TIPO
               MOVE WS-PRESREAL-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-RR-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "PRESUPUESTO CONTRA REAL EN "
                   WS-PRESREAL-FILENAME
               DISPLAY "  DEPARTAMENTOS  " WS-RR-COUNT
                   "  COMPANIAS  " WS-CS-COUNT.

           INICIA-COMPANIA.
               MOVE WS-RR-CIA(WS-RR-I) TO WS-CIA-ANTERIOR
               IF WS-CS-COUNT >= 50
                   SET WS-INCOMPLETO TO TRUE
               ELSE
                   ADD 1 TO WS-CS-COUNT
                   INITIALIZE WS-CS-ENTRY(WS-CS-COUNT)
                   MOVE WS-CIA-ANTERIOR TO WS-CS-CIA(WS-CS-COUNT)
               END-IF
               MOVE WS-CIA-ANTERIOR TO WS-RR-CIA-BUSCADA
               PERFORM BUSCA-NOMBRE-CIA
               MOVE SPACES TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE SPACES TO PRESREAL-LINE
               STRING "COMPANIA " WS-CIA-ANTERIOR " " WS-NOMBRE-CIA
                   DELIMITED BY SIZE INTO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE WS-TITULO-LINE TO PRESREAL-LINE
               WRITE PRESREAL-LINE.

      * CADA DEPARTAMENTO: RENGLON DEL MES Y RENGLON ACUMULADO, Y SUS
      * CIFRAS A LOS TOTALES DE LA COMPANIA
           ESCRIBE-DEPTO.
               MOVE WS-RR-DEPTO(WS-RR-I) TO WS-DT-DEPTO
               MOVE "MES" TO WS-V-TIPO
               MOVE WS-RR-PRE-MES(WS-RR-I) TO WS-V-PRE
               MOVE WS-RR-NOM-MES(WS-RR-I) TO WS-V-NOM
               MOVE WS-RR-COB-MES(WS-RR-I) TO WS-V-COB
               PERFORM ESCRIBE-COMPARACION
               IF WS-CS-COUNT > 0
                       AND WS-CS-CIA(WS-CS-COUNT) = WS-CIA-ANTERIOR
                   ADD 1 TO WS-CS-DEPTOS(WS-CS-COUNT)
                   IF WS-V-MARCA = "EXC" OR WS-V-MARCA = "BAJ"
                       ADD 1 TO WS-CS-FUERA-MES(WS-CS-COUNT)
                   END-IF
               END-IF
               MOVE SPACES TO WS-DT-DEPTO
               MOVE "ACUM" TO WS-V-TIPO
               MOVE WS-RR-PRE-ACU(WS-RR-I) TO WS-V-PRE
               MOVE WS-RR-NOM-ACU(WS-RR-I) TO WS-V-NOM
               MOVE WS-RR-COB-ACU(WS-RR-I) TO WS-V-COB
               PERFORM ESCRIBE-COMPARACION
               IF WS-CS-COUNT = 0
                       OR WS-CS-CIA(WS-CS-COUNT) NOT = WS-CIA-ANTERIOR
                   EXIT PARAGRAPH
               END-IF
               IF WS-V-MARCA = "EXC" OR WS-V-MARCA = "BAJ"
                   ADD 1 TO WS-CS-FUERA-ACU(WS-CS-COUNT)
               END-IF
               IF WS-V-MARCA = "S/P"
                   ADD 1 TO WS-CS-SIN-PRE(WS-CS-COUNT)
               END-IF
               ADD WS-RR-PRE-MES(WS-RR-I) TO WS-CS-PRE-MES(WS-CS-COUNT)
               ADD WS-RR-PRE-ACU(WS-RR-I) TO WS-CS-PRE-ACU(WS-CS-COUNT)
               ADD WS-RR-NOM-MES(WS-RR-I) TO WS-CS-NOM-MES(WS-CS-COUNT)
               ADD WS-RR-NOM-ACU(WS-RR-I) TO WS-CS-NOM-ACU(WS-CS-COUNT)
               ADD WS-RR-COB-MES(WS-RR-I) TO WS-CS-COB-MES(WS-CS-COUNT)
               ADD WS-RR-COB-ACU(WS-RR-I) TO
                   WS-CS-COB-ACU(WS-CS-COUNT).

      * REAL = NOMINA + COBRO; LA VARIACION ES REAL MENOS
      * PRESUPUESTO Y SU PORCIENTO SE MIDE CONTRA EL PRESUPUESTO
           ESCRIBE-COMPARACION.
               COMPUTE WS-V-REAL = WS-V-NOM + WS-V-COB
               COMPUTE WS-V-VAR = WS-V-REAL - WS-V-PRE
               MOVE SPACES TO WS-V-MARCA
               MOVE WS-V-TIPO TO WS-DT-TIPO
               MOVE WS-V-PRE TO WS-DT-PRE
               MOVE WS-V-NOM TO WS-DT-NOM
               MOVE WS-V-COB TO WS-DT-COB
               MOVE WS-V-REAL TO WS-DT-REAL
               MOVE WS-V-VAR TO WS-DT-VAR
               IF WS-V-PRE = 0
                   MOVE SPACES TO WS-DT-PCT-X
                   IF WS-V-REAL > 0
                       MOVE "S/P" TO WS-V-MARCA
                   END-IF
               ELSE
                   COMPUTE WS-V-PCT ROUNDED =
                       WS-V-VAR * 100 / WS-V-PRE
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-V-PCT
                   END-COMPUTE
                   IF WS-V-PCT < 0
                       COMPUTE WS-V-PCT-ABS = 0 - WS-V-PCT
                   ELSE
                       MOVE WS-V-PCT TO WS-V-PCT-ABS
                   END-IF
                   IF WS-V-PCT > 999.9
                       MOVE 999.9 TO WS-DT-PCT
                   ELSE
                       MOVE WS-V-PCT TO WS-DT-PCT
                   END-IF
                   IF WS-V-PCT-ABS > WS-TOLERANCIA
                       IF WS-V-VAR > 0
                           MOVE "EXC" TO WS-V-MARCA
                       ELSE
                           MOVE "BAJ" TO WS-V-MARCA
                       END-IF
                   END-IF
               END-IF
               MOVE WS-V-MARCA TO WS-DT-MARCA
               MOVE WS-DETALLE-LINE TO PRESREAL-LINE
               WRITE PRESREAL-LINE.

      * PAGINA DE RESUMEN POR COMPANIA
           ESCRIBE-RESUMEN-CIA.
               MOVE WS-CS-CIA(WS-CS-I) TO WS-RR-CIA-BUSCADA
               PERFORM BUSCA-NOMBRE-CIA
               MOVE SPACES TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE SPACES TO PRESREAL-LINE
               STRING "=== RESUMEN DE LA COMPANIA " WS-CS-CIA(WS-CS-I)
                   " " DELIMITED BY SIZE
                   WS-NOMBRE-CIA DELIMITED BY "  "
                   " ===" DELIMITED BY SIZE
                   INTO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE SPACES TO PRESREAL-LINE
               STRING "PERIODO " WS-PERIODO-TXT
                   "  TOLERANCIA " WS-TOLERANCIA-ED "%"
                   DELIMITED BY SIZE INTO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE WS-TITULO-LINE TO PRESREAL-LINE
               WRITE PRESREAL-LINE
               MOVE "TOT" TO WS-DT-DEPTO
               MOVE "MES" TO WS-V-TIPO
               MOVE WS-CS-PRE-MES(WS-CS-I) TO WS-V-PRE
               MOVE WS-CS-NOM-MES(WS-CS-I) TO WS-V-NOM
               MOVE WS-CS-COB-MES(WS-CS-I) TO WS-V-COB
               PERFORM ESCRIBE-COMPARACION
               MOVE SPACES TO WS-DT-DEPTO
               MOVE "ACUM" TO WS-V-TIPO
               MOVE WS-CS-PRE-ACU(WS-CS-I) TO WS-V-PRE
               MOVE WS-CS-NOM-ACU(WS-CS-I) TO WS-V-NOM
               MOVE WS-CS-COB-ACU(WS-CS-I) TO WS-V-COB
               PERFORM ESCRIBE-COMPARACION
               MOVE SPACES TO PRESREAL-LINE
               STRING "DEPARTAMENTOS " WS-CS-DEPTOS(WS-CS-I)
                   "  FUERA DE TOLERANCIA MES "
                   WS-CS-FUERA-MES(WS-CS-I)
                   " ACUM " WS-CS-FUERA-ACU(WS-CS-I)
                   "  SIN PRESUPUESTO " WS-CS-SIN-PRE(WS-CS-I)
                   DELIMITED BY SIZE INTO PRESREAL-LINE
               WRITE PRESREAL-LINE.

           BUSCA-NOMBRE-CIA.
               MOVE SPACES TO WS-NOMBRE-CIA
               MOVE "N" TO WS-CIA-EOF-SWITCH
               OPEN INPUT EMPRESAS-MASTER
               IF WS-EMPRESAS-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-CIA-EOF
                   READ EMPRESAS-MASTER
                       AT END
                           SET WS-CIA-EOF TO TRUE
                       NOT AT END
                           IF EMR-COMPANIA = WS-RR-CIA-BUSCADA
                               MOVE EMR-NOMBRE TO WS-NOMBRE-CIA
                               SET WS-CIA-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPRESAS-MASTER.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PPTPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
