      ******************************************************************
      * Author:
      * Date:
      * Purpose:   AUTHORIZED POSITIONS AND VACANCY REPORT PER
      *            DEPARTMENT
      * Tectonics: cobc
      * Note:      For the company in session shows, per department,
      *            the positions authorized in PUESTOS.DAT, how many
      *            are filled and open, the headcount on EMPLOYEE.DAT
      *            and how much of it sits without a position (adds a
      *            supervisor authorized). It ties to the month's
      *            hires and leavers found by MOVIMIENTOS-PERSONAL
      *            (MOVDEPTO.DAT, month of the business date): hires
      *            plus transfers in should equal the positions filled
      *            in the month, and leavers plus transfers out the
      *            positions freed in the month; a department where
      *            either pair differs is marked DIF. Then come the
      *            open positions, the employees without a position
      *            and the positions whose occupant is no longer in
      *            that department. Registers its generation in
      *            REPCAT.DAT as VACANTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           COPY PSSEL.
           COPY MDSEL.
           COPY DEPSEL.
           SELECT VACANTES-REPORT ASSIGN TO DYNAMIC WS-VAC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACREP-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       COPY PSFD.

       COPY MDFD.

       COPY DEPFD.

       FD  VACANTES-REPORT.
       01  VACANTES-LINE           PIC X(80).

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
       COPY PSWS.
       COPY MDWS.
       COPY DEPWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-VACREP-STATUS        PIC XX.
       01  WS-VAC-FILENAME         PIC X(40).
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-INCOMPLETO-SWITCH    PIC X VALUE "N".
           88  WS-INCOMPLETO       VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-MES                  PIC X(6).

      * PLANTILLA DE LA COMPANIA; CON-PUESTO SE MARCA CUANDO UN
      * PUESTO DE SU MISMO DEPARTAMENTO LO TIENE COMO OCUPANTE
       01  WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01  WS-EMPLEADOS-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-E-ID         PIC X(6).
               10  WS-E-NOMBRE     PIC X(20).
               10  WS-E-DEPTO      PIC X(4).
               10  WS-E-PUESTO-SW  PIC X.
                   88  WS-E-CON-PUESTO VALUE "Y".
       01  WS-EMP-I                PIC 9(4) VALUE 0.
       01  WS-EMP-INDICE           PIC 9(4) VALUE 0.

      * CONTEOS POR DEPARTAMENTO, ORDENADOS POR CODIGO
       01  WS-VD-COUNT             PIC 9(3) VALUE 0.
       01  WS-VDEPTOS-TABLE.
           05  WS-VD-ENTRY OCCURS 200 TIMES.
               10  WS-VD-DEPTO     PIC X(4).
               10  WS-VD-AUT       PIC 9(4).
               10  WS-VD-OCU       PIC 9(4).
               10  WS-VD-PLANT     PIC 9(4).
               10  WS-VD-SINP      PIC 9(4).
               10  WS-VD-ALTAS     PIC 9(4).
               10  WS-VD-ENTRAN    PIC 9(4).
               10  WS-VD-OCUMES    PIC 9(4).
               10  WS-VD-BAJAS     PIC 9(4).
               10  WS-VD-SALEN     PIC 9(4).
               10  WS-VD-LIBMES    PIC 9(4).
       01  WS-VD-I                 PIC 9(3) VALUE 0.
       01  WS-VD-J                 PIC 9(3) VALUE 0.
       01  WS-VD-INDICE            PIC 9(3) VALUE 0.
       01  WS-VD-BUSCADO           PIC X(4).
       01  WS-TOTALES.
           05  WS-TOT-CONT OCCURS 11 TIMES PIC 9(5).
       01  WS-T-I                  PIC 99 VALUE 0.
       01  WS-DIFERENCIAS          PIC 9(3) VALUE 0.
       01  WS-OCUPANTES-INVALIDOS  PIC 9(4) VALUE 0.
       01  WS-RENGLONES            PIC 9(5) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(18) VALUE "DEPT NOMBRE".
           05  FILLER              PIC X(25) VALUE
                                   "  AUT  OCU  VAC PLAN SINP".
           05  FILLER              PIC X(30) VALUE
                                   " ALTA ENTR OCUP BAJA SALE LIBR".
       01  WS-DETALLE-LINE.
           05  WS-DT-DEPTO         PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-NOMBRE        PIC X(12).
           05  WS-DT-CONT OCCURS 11 TIMES.
               10  FILLER          PIC X.
               10  WS-DT-NUM       PIC ZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DT-MARCA         PIC X(3).
       01  WS-LISTA-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-LS-DEPTO         PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LS-CLAVE         PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LS-DESC          PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-LS-NOTA          PIC X(40).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VACANTES" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-MES
               PERFORM CARGA-PUESTOS
               IF NOT WS-PS-CONTROL
                   DISPLAY "PUESTOS.DAT NO EXISTE, NO HAY CONTROL DE "
                       "PUESTOS QUE REPORTAR"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CARGA-DEPTOS
               PERFORM CARGA-PLANTILLA
               PERFORM CUENTA-PUESTOS
               PERFORM CUENTA-SIN-PUESTO
               PERFORM CUENTA-MOVIMIENTOS
               PERFORM ESCRIBE-REPORTE
               IF WS-INCOMPLETO OR WS-PS-DESBORDA
                   DISPLAY "MAS DE 1000 EMPLEADOS O PUESTOS O 200 "
                       "DEPARTAMENTOS, REPORTE INCOMPLETO"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-PLANTILLA.
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE.DAT NO DISPONIBLE, PLANTILLA EN "
                       "CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-EMP
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND (EMP-COMPANIA = WS-CIA-ACTUAL
                                       OR (EMP-COMPANIA = SPACES
                                           AND WS-CIA-ACTUAL = "01"))
                               PERFORM ANOTA-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           ANOTA-EMPLEADO.
               IF WS-EMP-COUNT >= 1000
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE EMP-ID TO WS-E-ID(WS-EMP-COUNT)
               MOVE EMP-NOMBRE TO WS-E-NOMBRE(WS-EMP-COUNT)
               MOVE EMP-DEPTO TO WS-E-DEPTO(WS-EMP-COUNT)
               MOVE "N" TO WS-E-PUESTO-SW(WS-EMP-COUNT)
               MOVE EMP-DEPTO TO WS-VD-BUSCADO
               PERFORM LOCALIZA-VDEPTO
               IF WS-VD-INDICE > 0
                   ADD 1 TO WS-VD-PLANT(WS-VD-INDICE)
               END-IF.

      * UN PUESTO OCUPADO CUENTA COMO TAL AUNQUE SU OCUPANTE YA NO
      * ESTE EN EL DEPARTAMENTO; ESE CASO SE LISTA COMO EXCEPCION
           CUENTA-PUESTOS.
               PERFORM VARYING WS-PS-I FROM 1 BY 1
                       UNTIL WS-PS-I > WS-PS-COUNT
                   IF WS-PS-CIA(WS-PS-I) = WS-CIA-ACTUAL
                       MOVE WS-PS-DEPTO(WS-PS-I) TO WS-VD-BUSCADO
                       PERFORM LOCALIZA-VDEPTO
                       IF WS-VD-INDICE > 0
                           PERFORM CUENTA-PUESTO
                       END-IF
                   END-IF
               END-PERFORM.

           CUENTA-PUESTO.
               ADD 1 TO WS-VD-AUT(WS-VD-INDICE)
               IF WS-PS-FOCUPA(WS-PS-I)(1:6) = WS-MES
                   ADD 1 TO WS-VD-OCUMES(WS-VD-INDICE)
               END-IF
               IF WS-PS-FLIBERA(WS-PS-I)(1:6) = WS-MES
                   ADD 1 TO WS-VD-LIBMES(WS-VD-INDICE)
               END-IF
               IF WS-PS-EMP(WS-PS-I) = SPACES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VD-OCU(WS-VD-INDICE)
               MOVE 0 TO WS-EMP-INDICE
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-COUNT
                           OR WS-EMP-INDICE > 0
                   IF WS-E-ID(WS-EMP-I) = WS-PS-EMP(WS-PS-I)
                       MOVE WS-EMP-I TO WS-EMP-INDICE
                   END-IF
               END-PERFORM
               IF WS-EMP-INDICE > 0
                   IF WS-E-DEPTO(WS-EMP-INDICE) = WS-PS-DEPTO(WS-PS-I)
                       SET WS-E-CON-PUESTO(WS-EMP-INDICE) TO TRUE
                   ELSE
                       ADD 1 TO WS-OCUPANTES-INVALIDOS
                   END-IF
               ELSE
                   ADD 1 TO WS-OCUPANTES-INVALIDOS
               END-IF.

           CUENTA-SIN-PUESTO.
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-COUNT
                   IF NOT WS-E-CON-PUESTO(WS-EMP-I)
                       MOVE WS-E-DEPTO(WS-EMP-I) TO WS-VD-BUSCADO
                       PERFORM LOCALIZA-VDEPTO
                       IF WS-VD-INDICE > 0
                           ADD 1 TO WS-VD-SINP(WS-VD-INDICE)
                       END-IF
                   END-IF
               END-PERFORM.

      * ALTAS, BAJAS Y TRASLADOS DEL MES SEGUN MOVIMIENTOS-PERSONAL
           CUENTA-MOVIMIENTOS.
               MOVE "N" TO WS-MD-EOF-SWITCH
               OPEN INPUT MOVDEPTO-FILE
               IF WS-MD-STATUS NOT = "00"
                   DISPLAY "MOVDEPTO.DAT NO DISPONIBLE, MOVIMIENTOS "
                       "DEL MES EN CEROS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-MD-EOF
                   READ MOVDEPTO-FILE
                       AT END
                           SET WS-MD-EOF TO TRUE
                       NOT AT END
                           IF MD-FECHA(1:6) = WS-MES
                                   AND MD-COMPANIA = WS-CIA-ACTUAL
                                   AND MD-ALTAS IS NUMERIC
                                   AND MD-BAJAS IS NUMERIC
                                   AND MD-ENTRAN IS NUMERIC
                                   AND MD-SALEN IS NUMERIC
                               MOVE MD-DEPTO TO WS-VD-BUSCADO
                               PERFORM LOCALIZA-VDEPTO
                               IF WS-VD-INDICE > 0
                                   ADD MD-ALTAS TO
                                       WS-VD-ALTAS(WS-VD-INDICE)
                                   ADD MD-BAJAS TO
                                       WS-VD-BAJAS(WS-VD-INDICE)
                                   ADD MD-ENTRAN TO
                                       WS-VD-ENTRAN(WS-VD-INDICE)
                                   ADD MD-SALEN TO
                                       WS-VD-SALEN(WS-VD-INDICE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVDEPTO-FILE.

      * WS-VD-BUSCADO -> WS-VD-INDICE; UN DEPARTAMENTO NUEVO SE ABRE
      * EN SU LUGAR EN ORDEN DE CODIGO
           LOCALIZA-VDEPTO.
               MOVE 0 TO WS-VD-INDICE
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                           OR WS-VD-INDICE > 0
                   IF WS-VD-DEPTO(WS-VD-I) = WS-VD-BUSCADO
                       MOVE WS-VD-I TO WS-VD-INDICE
                   END-IF
               END-PERFORM
               IF WS-VD-INDICE > 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-VD-COUNT >= 200
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                           OR WS-VD-INDICE > 0
                   IF WS-VD-DEPTO(WS-VD-I) > WS-VD-BUSCADO
                       MOVE WS-VD-I TO WS-VD-INDICE
                   END-IF
               END-PERFORM
               ADD 1 TO WS-VD-COUNT
               IF WS-VD-INDICE = 0
                   MOVE WS-VD-COUNT TO WS-VD-INDICE
               ELSE
                   PERFORM VARYING WS-VD-J FROM WS-VD-COUNT BY -1
                           UNTIL WS-VD-J NOT > WS-VD-INDICE
                       MOVE WS-VD-ENTRY(WS-VD-J - 1) TO
                           WS-VD-ENTRY(WS-VD-J)
                   END-PERFORM
               END-IF
               INITIALIZE WS-VD-ENTRY(WS-VD-INDICE)
               MOVE WS-VD-BUSCADO TO WS-VD-DEPTO(WS-VD-INDICE).

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "VACANTES." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-VAC-FILENAME
               OPEN OUTPUT VACANTES-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE WS-REPORTE-IDENT-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE SPACES TO VACANTES-LINE
               STRING "PUESTOS AUTORIZADOS Y VACANTES DE LA COMPANIA "
                   WS-CIA-ACTUAL ", MOVIMIENTOS DEL MES " WS-MES
                   DELIMITED BY SIZE INTO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE WS-TITULO-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE 0 TO WS-DIFERENCIAS
               INITIALIZE WS-TOTALES
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                   PERFORM ESCRIBE-VDEPTO
               END-PERFORM
               PERFORM ESCRIBE-TOTALES
               PERFORM LISTA-VACANTES
               PERFORM LISTA-SIN-PUESTO
               PERFORM LISTA-OCUPANTES-INVALIDOS
               MOVE SPACES TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE "AUT/OCU/VAC = PUESTOS AUTORIZADOS, OCUPADOS Y "
                   TO VACANTES-LINE
               MOVE "VACANTES" TO VACANTES-LINE(47:8)
               WRITE VACANTES-LINE
               MOVE "PLAN = PLANTILLA EN EL MAESTRO, SINP = SIN PUESTO"
                   TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE SPACES TO VACANTES-LINE
               STRING "ALTA/ENTR/BAJA/SALE = MOVIMIENTOS DEL MES, "
                   "OCUP/LIBR = PUESTOS OCUPADOS"
                   DELIMITED BY SIZE INTO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE SPACES TO VACANTES-LINE
               STRING "Y LIBERADOS EN EL MES; DIF = ALTA+ENTR "
                   "DISTINTO DE OCUP O BAJA+SALE DE LIBR"
                   DELIMITED BY SIZE INTO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE WS-REPORTE-PIE-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE
               CLOSE VACANTES-REPORT
               MOVE "VACANTES" TO WS-RC-TIPO
               MOVE WS-VAC-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-RENGLONES TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "VACANTES EN " WS-VAC-FILENAME
               DISPLAY "  AUTORIZADOS " WS-TOT-CONT(1)
                   " OCUPADOS " WS-TOT-CONT(2)
                   " VACANTES " WS-TOT-CONT(3)
                   " SIN PUESTO " WS-TOT-CONT(5)
                   " DEPTOS CON DIF " WS-DIFERENCIAS.

           ESCRIBE-VDEPTO.
               MOVE SPACES TO WS-DETALLE-LINE
               MOVE WS-VD-DEPTO(WS-VD-I) TO WS-DT-DEPTO
               MOVE WS-VD-DEPTO(WS-VD-I) TO WS-DEP-BUSCADO
               PERFORM BUSCA-DEPTO
               MOVE WS-DEP-NOMBRE-HALLADO TO WS-DT-NOMBRE
               MOVE WS-VD-AUT(WS-VD-I) TO WS-DT-NUM(1)
               MOVE WS-VD-OCU(WS-VD-I) TO WS-DT-NUM(2)
               COMPUTE WS-DT-NUM(3) =
                   WS-VD-AUT(WS-VD-I) - WS-VD-OCU(WS-VD-I)
               MOVE WS-VD-PLANT(WS-VD-I) TO WS-DT-NUM(4)
               MOVE WS-VD-SINP(WS-VD-I) TO WS-DT-NUM(5)
               MOVE WS-VD-ALTAS(WS-VD-I) TO WS-DT-NUM(6)
               MOVE WS-VD-ENTRAN(WS-VD-I) TO WS-DT-NUM(7)
               MOVE WS-VD-OCUMES(WS-VD-I) TO WS-DT-NUM(8)
               MOVE WS-VD-BAJAS(WS-VD-I) TO WS-DT-NUM(9)
               MOVE WS-VD-SALEN(WS-VD-I) TO WS-DT-NUM(10)
               MOVE WS-VD-LIBMES(WS-VD-I) TO WS-DT-NUM(11)
               IF WS-VD-ALTAS(WS-VD-I) + WS-VD-ENTRAN(WS-VD-I)
                       NOT = WS-VD-OCUMES(WS-VD-I)
                       OR WS-VD-BAJAS(WS-VD-I) + WS-VD-SALEN(WS-VD-I)
                           NOT = WS-VD-LIBMES(WS-VD-I)
                   MOVE "DIF" TO WS-DT-MARCA
                   ADD 1 TO WS-DIFERENCIAS
               END-IF
               MOVE WS-DETALLE-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE
               ADD 1 TO WS-RENGLONES
               ADD WS-VD-AUT(WS-VD-I) TO WS-TOT-CONT(1)
               ADD WS-VD-OCU(WS-VD-I) TO WS-TOT-CONT(2)
               COMPUTE WS-TOT-CONT(3) = WS-TOT-CONT(3)
                   + WS-VD-AUT(WS-VD-I) - WS-VD-OCU(WS-VD-I)
               ADD WS-VD-PLANT(WS-VD-I) TO WS-TOT-CONT(4)
               ADD WS-VD-SINP(WS-VD-I) TO WS-TOT-CONT(5)
               ADD WS-VD-ALTAS(WS-VD-I) TO WS-TOT-CONT(6)
               ADD WS-VD-ENTRAN(WS-VD-I) TO WS-TOT-CONT(7)
               ADD WS-VD-OCUMES(WS-VD-I) TO WS-TOT-CONT(8)
               ADD WS-VD-BAJAS(WS-VD-I) TO WS-TOT-CONT(9)
               ADD WS-VD-SALEN(WS-VD-I) TO WS-TOT-CONT(10)
               ADD WS-VD-LIBMES(WS-VD-I) TO WS-TOT-CONT(11).

      * LA PLANTILLA DEBE SER OCUPADOS MENOS OCUPANTES INVALIDOS MAS
      * SIN PUESTO
           ESCRIBE-TOTALES.
               MOVE SPACES TO WS-DETALLE-LINE
               MOVE "TOT" TO WS-DT-DEPTO
               PERFORM VARYING WS-T-I FROM 1 BY 1 UNTIL WS-T-I > 11
                   MOVE WS-TOT-CONT(WS-T-I) TO WS-DT-NUM(WS-T-I)
               END-PERFORM
               MOVE WS-DETALLE-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE SPACES TO VACANTES-LINE
               IF WS-TOT-CONT(4) + WS-OCUPANTES-INVALIDOS =
                       WS-TOT-CONT(2) + WS-TOT-CONT(5)
                   STRING "CUADRE: PLANTILLA " WS-TOT-CONT(4)
                       " = OCUPADOS " WS-TOT-CONT(2)
                       " - INVALIDOS " WS-OCUPANTES-INVALIDOS
                       " + SIN PUESTO " WS-TOT-CONT(5) " OK"
                       DELIMITED BY SIZE INTO VACANTES-LINE
               ELSE
                   STRING "DESCUADRE: PLANTILLA " WS-TOT-CONT(4)
                       " OCUPADOS " WS-TOT-CONT(2)
                       " INVALIDOS " WS-OCUPANTES-INVALIDOS
                       " SIN PUESTO " WS-TOT-CONT(5)
                       DELIMITED BY SIZE INTO VACANTES-LINE
               END-IF
               WRITE VACANTES-LINE.

           LISTA-VACANTES.
               MOVE SPACES TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE "=== PUESTOS VACANTES ===" TO VACANTES-LINE
               WRITE VACANTES-LINE
               PERFORM VARYING WS-PS-I FROM 1 BY 1
                       UNTIL WS-PS-I > WS-PS-COUNT
                   IF WS-PS-CIA(WS-PS-I) = WS-CIA-ACTUAL
                           AND WS-PS-EMP(WS-PS-I) = SPACES
                       MOVE WS-PS-DEPTO(WS-PS-I) TO WS-LS-DEPTO
                       MOVE WS-PS-PUESTO(WS-PS-I) TO WS-LS-CLAVE
                       MOVE WS-PS-TITULO(WS-PS-I) TO WS-LS-DESC
                       MOVE SPACES TO WS-LS-NOTA
                       IF WS-PS-FLIBERA(WS-PS-I) > 0
                           STRING "AUTORIZADO " WS-PS-FAUT(WS-PS-I)
                               " LIBERADO " WS-PS-FLIBERA(WS-PS-I)
                               DELIMITED BY SIZE INTO WS-LS-NOTA
                       ELSE
                           STRING "AUTORIZADO " WS-PS-FAUT(WS-PS-I)
                               DELIMITED BY SIZE INTO WS-LS-NOTA
                       END-IF
                       MOVE WS-LISTA-LINE TO VACANTES-LINE
                       WRITE VACANTES-LINE
                   END-IF
               END-PERFORM.

           LISTA-SIN-PUESTO.
               MOVE SPACES TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE "=== EMPLEADOS SIN PUESTO AUTORIZADO ==="
                   TO VACANTES-LINE
               WRITE VACANTES-LINE
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-COUNT
                   IF NOT WS-E-CON-PUESTO(WS-EMP-I)
                       MOVE WS-E-DEPTO(WS-EMP-I) TO WS-LS-DEPTO
                       MOVE WS-E-ID(WS-EMP-I) TO WS-LS-CLAVE
                       MOVE WS-E-NOMBRE(WS-EMP-I) TO WS-LS-DESC
                       MOVE SPACES TO WS-LS-NOTA
                       MOVE WS-LISTA-LINE TO VACANTES-LINE
                       WRITE VACANTES-LINE
                   END-IF
               END-PERFORM.

           LISTA-OCUPANTES-INVALIDOS.
               IF WS-OCUPANTES-INVALIDOS = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO VACANTES-LINE
               WRITE VACANTES-LINE
               MOVE "=== PUESTOS CON OCUPANTE INVALIDO ==="
                   TO VACANTES-LINE
               WRITE VACANTES-LINE
               PERFORM VARYING WS-PS-I FROM 1 BY 1
                       UNTIL WS-PS-I > WS-PS-COUNT
                   IF WS-PS-CIA(WS-PS-I) = WS-CIA-ACTUAL
                           AND WS-PS-EMP(WS-PS-I) NOT = SPACES
                       PERFORM VERIFICA-OCUPANTE
                   END-IF
               END-PERFORM.

           VERIFICA-OCUPANTE.
               MOVE 0 TO WS-EMP-INDICE
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-COUNT
                           OR WS-EMP-INDICE > 0
                   IF WS-E-ID(WS-EMP-I) = WS-PS-EMP(WS-PS-I)
                       MOVE WS-EMP-I TO WS-EMP-INDICE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-LS-NOTA
               IF WS-EMP-INDICE = 0
                   STRING "OCUPANTE " WS-PS-EMP(WS-PS-I)
                       " NO ESTA EN EL MAESTRO"
                       DELIMITED BY SIZE INTO WS-LS-NOTA
               ELSE
                   IF WS-E-DEPTO(WS-EMP-INDICE) = WS-PS-DEPTO(WS-PS-I)
                       EXIT PARAGRAPH
                   END-IF
                   STRING "OCUPANTE " WS-PS-EMP(WS-PS-I)
                       " ESTA EN " WS-E-DEPTO(WS-EMP-INDICE)
                       DELIMITED BY SIZE INTO WS-LS-NOTA
               END-IF
               MOVE WS-PS-DEPTO(WS-PS-I) TO WS-LS-DEPTO
               MOVE WS-PS-PUESTO(WS-PS-I) TO WS-LS-CLAVE
               MOVE WS-PS-TITULO(WS-PS-I) TO WS-LS-DESC
               MOVE WS-LISTA-LINE TO VACANTES-LINE
               WRITE VACANTES-LINE.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PSPROC.
       COPY DEPPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
