      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTHLY SALES COMMISSION STATEMENT PER SALESPERSON
      * Tectonics: cobc
      * Note:      For the month keyed (blank = month of the business
      *            date) lists, per salesperson of the company in
      *            session, every order line of PEDLIN.DAT sold in the
      *            month, net of what DEVOL.DAT shows returned in the
      *            same month, priced at the commission plan of
      *            COMPLAN.DAT: the product plan when the product has
      *            one, otherwise the plan of the salesperson's
      *            department, at the tier reached by the
      *            salesperson's net sales of the month. Returns
      *            dated in the month against lines sold in an
      *            earlier month claw back the commission at the rate
      *            of that earlier month, as fixed by its approved
      *            statement in COMISION.DAT; a month that was never
      *            approved paid nothing and claws back nothing. Once
      *            reviewed, the statement can be approved: one row
      *            per salesperson goes to COMISION.DAT with the net
      *            commission (commission less claw back), and
      *            NOMINA pays it as an earnings line. A month already
      *            approved is listed but not approved twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT COMIS-REPORT ASSIGN TO DYNAMIC WS-COMIS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMISREP-STATUS.
           COPY PLNSEL.
           COPY DEVSEL.
           COPY PCSEL.
           COPY COMSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  COMIS-REPORT.
       01  COMIS-LINE              PIC X(80).

       COPY PLNFD.

       COPY DEVFD.

       COPY PCFD.

       COPY COMFD.

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
       COPY PLNWS.
       COPY PCWS.
       COPY COMWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-DEV-STATUS           PIC XX.
       01  WS-COMISREP-STATUS      PIC XX.
       01  WS-COMIS-FILENAME       PIC X(40).
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-EOF-DEV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-DEV          VALUE "Y".
       01  WS-INCOMPLETO-SWITCH    PIC X VALUE "N".
           88  WS-INCOMPLETO       VALUE "Y".
       01  WS-APROBADO-SWITCH      PIC X VALUE "N".
           88  WS-YA-APROBADO      VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO              PIC X(6).
       01  WS-RESPUESTA            PIC X.

      * EMPLEADOS DE LA COMPANIA, PARA NOMBRE Y DEPARTAMENTO
       01  WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01  WS-EMPLEADOS-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-E-ID         PIC X(6).
               10  WS-E-NOMBRE     PIC X(20).
               10  WS-E-DEPTO      PIC X(4).
       01  WS-EMP-I                PIC 9(4) VALUE 0.

      * VENDEDORES CON MOVIMIENTO EN EL MES, EN ORDEN DE APARICION
       01  WS-VD-COUNT             PIC 9(3) VALUE 0.
       01  WS-VENDEDORES-TABLE.
           05  WS-VD-ENTRY OCCURS 500 TIMES.
               10  WS-V-ID         PIC X(6).
               10  WS-V-NOMBRE     PIC X(20).
               10  WS-V-DEPTO      PIC X(4).
               10  WS-V-VENTAS     PIC 9(9)V99.
               10  WS-V-COMISION   PIC 9(7)V99.
               10  WS-V-RECUPERADO PIC 9(7)V99.
       01  WS-VD-I                 PIC 9(3) VALUE 0.
       01  WS-VD-INDICE            PIC 9(3) VALUE 0.
       01  WS-VD-BUSCADO           PIC X(6).

      * DEVOLUCIONES FECHADAS EN EL MES
       01  WS-DM-COUNT             PIC 9(4) VALUE 0.
       01  WS-DEVMES-TABLE.
           05  WS-DM-ENTRY OCCURS 2000 TIMES.
               10  WS-DM-PEDIDO    PIC 9(6).
               10  WS-DM-PARTIDA   PIC 9(3).
               10  WS-DM-CANTIDAD  PIC 9(3).
       01  WS-DM-I                 PIC 9(4) VALUE 0.
       01  WS-DEVUELTO             PIC 9(5) VALUE 0.

      * RENGLONES DEL ESTADO: V = VENTA DEL MES, R = RECUPERACION
      * POR DEVOLUCION DE UNA VENTA DE MES ANTERIOR
       01  WS-LC-COUNT             PIC 9(4) VALUE 0.
       01  WS-LINEAS-TABLE.
           05  WS-LC-ENTRY OCCURS 5000 TIMES.
               10  WS-LC-TIPO      PIC X.
               10  WS-LC-VEND      PIC 9(3).
               10  WS-LC-PEDIDO    PIC 9(6).
               10  WS-LC-PARTIDA   PIC 9(3).
               10  WS-LC-CODIGO    PIC 9(4).
               10  WS-LC-PERIODO   PIC X(6).
               10  WS-LC-CANTIDAD  PIC 9(5).
               10  WS-LC-IMPORTE   PIC 9(7)V99.
               10  WS-LC-TASA      PIC 9(2)V99.
               10  WS-LC-COMISION  PIC 9(7)V99.
               10  WS-LC-APROBADO  PIC X.
       01  WS-LC-I                 PIC 9(4) VALUE 0.
       01  WS-CANT-NETA            PIC 9(5) VALUE 0.

       01  WS-TOT-VENTAS           PIC 9(9)V99 VALUE 0.
       01  WS-TOT-COMISION         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RECUPERADO       PIC 9(9)V99 VALUE 0.
       01  WS-CONT-APROBADOS       PIC 9(3) VALUE 0.

       01  WS-COMIS-DETALLE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CD-TIPO          PIC X(4).
           05  WS-CD-PEDIDO        PIC 9(6).
           05  FILLER              PIC X VALUE "-".
           05  WS-CD-PARTIDA       PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CD-CODIGO        PIC 9(4).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CD-PERIODO       PIC X(6).
           05  FILLER              PIC X(6) VALUE " CANT ".
           05  WS-CD-CANTIDAD      PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CD-IMPORTE       PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CD-TASA          PIC Z9.99.
           05  FILLER              PIC X(2) VALUE "% ".
           05  WS-CD-COMISION      PIC -------9.99.

       01  WS-COMIS-TOTAL.
           05  FILLER              PIC X(8) VALUE "  TOTAL ".
           05  WS-CT-ID            PIC X(6).
           05  FILLER              PIC X(7) VALUE " VENTA ".
           05  WS-CT-VENTAS        PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(5) VALUE " COM ".
           05  WS-CT-COMISION      PIC ZZZZZZ9.99.
           05  FILLER              PIC X(5) VALUE " REC ".
           05  WS-CT-RECUPERADO    PIC ZZZZZZ9.99.
           05  FILLER              PIC X(6) VALUE " NETO ".
           05  WS-CT-NETO          PIC -------9.99.

       01  WS-COMIS-TITULO.
           05  FILLER              PIC X(37) VALUE
                   "  TIPO PEDIDO-PAR PROD MES".
           05  FILLER              PIC X(40) VALUE
                   "   IMPORTE  TASA   COMISION".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "COMISMES" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM PIDE-PERIODO
               PERFORM CARGA-PLAN-COMISIONES
               PERFORM CARGA-COMISIONES
               PERFORM CARGA-EMPLEADOS
               PERFORM CARGA-DEVOLUCIONES-MES
               PERFORM LEE-PARTIDAS-MES
               PERFORM CALCULA-COMISIONES
               PERFORM ESCRIBE-ESTADO
               PERFORM VERIFICA-APROBACION
               IF WS-YA-APROBADO
                   DISPLAY "LAS COMISIONES DE " WS-PERIODO
                       " DE LA COMPANIA " WS-CIA-ACTUAL
                       " YA ESTAN APROBADAS"
               ELSE
                   IF WS-VD-COUNT > 0
                       PERFORM PREGUNTA-APROBACION
                   END-IF
               END-IF
               IF WS-INCOMPLETO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * EL MES SE CAPTURA AAAAMM; EN BLANCO ES EL MES DE LA FECHA DE
      * NEGOCIO
           PIDE-PERIODO.
               PERFORM WITH TEST AFTER
                       UNTIL WS-PERIODO IS NUMERIC
                           AND WS-PERIODO(5:2) >= "01"
                           AND WS-PERIODO(5:2) <= "12"
                   DISPLAY "PERIODO DE COMISIONES (AAAAMM, BLANCO = "
                       "MES DE LA FECHA DE NEGOCIO)"
                   MOVE SPACES TO WS-PERIODO
                   ACCEPT WS-PERIODO
                   IF WS-PERIODO = SPACES
                       MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
                   END-IF
               END-PERFORM.

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
                               ADD 1 TO WS-EMP-COUNT
                               MOVE EMP-ID TO WS-E-ID(WS-EMP-COUNT)
                               MOVE EMP-NOMBRE TO
                                   WS-E-NOMBRE(WS-EMP-COUNT)
                               MOVE EMP-DEPTO TO
                                   WS-E-DEPTO(WS-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           CARGA-DEVOLUCIONES-MES.
               MOVE 0 TO WS-DM-COUNT
               MOVE "N" TO WS-EOF-DEV-SWITCH
               OPEN INPUT DEVOL-FILE
               IF WS-DEV-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-DEV
                   READ DEVOL-FILE
                       AT END
                           SET WS-EOF-DEV TO TRUE
                       NOT AT END
                           IF DV-PEDIDO IS NUMERIC
                                   AND DV-CANTIDAD IS NUMERIC
                                   AND DV-FECHA(1:6) = WS-PERIODO
                                   AND (DV-COMPANIA = WS-CIA-ACTUAL
                                     OR (DV-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               PERFORM AGREGA-DEVOLUCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVOL-FILE.

           AGREGA-DEVOLUCION.
               IF WS-DM-COUNT >= 2000
                   DISPLAY "DEMASIADAS DEVOLUCIONES EN EL MES, "
                       "ESTADO INCOMPLETO"
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DM-COUNT
               MOVE DV-PEDIDO TO WS-DM-PEDIDO(WS-DM-COUNT)
               MOVE DV-PARTIDA TO WS-DM-PARTIDA(WS-DM-COUNT)
               MOVE DV-CANTIDAD TO WS-DM-CANTIDAD(WS-DM-COUNT).

      * UNA PARTIDA DEL MES ENTRA NETA DE LO DEVUELTO EN EL MES; UNA
      * DE MES ANTERIOR CON DEVOLUCION EN EL MES ES RECUPERACION
           LEE-PARTIDAS-MES.
               MOVE 0 TO WS-VD-COUNT
               MOVE 0 TO WS-LC-COUNT
               MOVE "N" TO WS-PLN-EOF-SWITCH
               OPEN INPUT PEDLIN-FILE
               IF WS-PLN-STATUS NOT = "00"
                   DISPLAY "PEDLIN.DAT NO DISPONIBLE"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-PLN-EOF
                   READ PEDLIN-FILE
                       AT END
                           SET WS-PLN-EOF TO TRUE
                       NOT AT END
                           IF LP-NUMERO IS NUMERIC
                                   AND LP-CANTIDAD IS NUMERIC
                                   AND LP-PRECIO IS NUMERIC
                                   AND LP-VENDEDOR NOT = SPACES
                                   AND LP-FECHA(1:6) NOT > WS-PERIODO
                                   AND (LP-COMPANIA = WS-CIA-ACTUAL
                                     OR (LP-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               PERFORM CLASIFICA-PARTIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEDLIN-FILE.

           CLASIFICA-PARTIDA.
               MOVE 0 TO WS-DEVUELTO
               PERFORM VARYING WS-DM-I FROM 1 BY 1
                       UNTIL WS-DM-I > WS-DM-COUNT
                   IF WS-DM-PEDIDO(WS-DM-I) = LP-NUMERO
                           AND WS-DM-PARTIDA(WS-DM-I) = LP-PARTIDA
                       ADD WS-DM-CANTIDAD(WS-DM-I) TO WS-DEVUELTO
                   END-IF
               END-PERFORM
               IF LP-FECHA(1:6) = WS-PERIODO
                   IF WS-DEVUELTO < LP-CANTIDAD
                       COMPUTE WS-CANT-NETA = LP-CANTIDAD - WS-DEVUELTO
                       PERFORM AGREGA-LINEA-VENTA
                   END-IF
               ELSE
                   IF WS-DEVUELTO > 0
                       PERFORM AGREGA-LINEA-RECUPERACION
                   END-IF
               END-IF.

           AGREGA-LINEA-VENTA.
               IF WS-LC-COUNT >= 5000
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE LP-VENDEDOR TO WS-VD-BUSCADO
               PERFORM UBICA-VENDEDOR
               IF WS-VD-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LC-COUNT
               MOVE "V" TO WS-LC-TIPO(WS-LC-COUNT)
               MOVE WS-VD-INDICE TO WS-LC-VEND(WS-LC-COUNT)
               MOVE LP-NUMERO TO WS-LC-PEDIDO(WS-LC-COUNT)
               MOVE LP-PARTIDA TO WS-LC-PARTIDA(WS-LC-COUNT)
               MOVE LP-CODIGO TO WS-LC-CODIGO(WS-LC-COUNT)
               MOVE LP-FECHA(1:6) TO WS-LC-PERIODO(WS-LC-COUNT)
               MOVE WS-CANT-NETA TO WS-LC-CANTIDAD(WS-LC-COUNT)
               COMPUTE WS-LC-IMPORTE(WS-LC-COUNT) =
                   WS-CANT-NETA * LP-PRECIO
               MOVE 0 TO WS-LC-TASA(WS-LC-COUNT)
               MOVE 0 TO WS-LC-COMISION(WS-LC-COUNT)
               MOVE "S" TO WS-LC-APROBADO(WS-LC-COUNT)
               ADD WS-LC-IMPORTE(WS-LC-COUNT) TO
                   WS-V-VENTAS(WS-VD-INDICE).

           AGREGA-LINEA-RECUPERACION.
               IF WS-LC-COUNT >= 5000
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE LP-VENDEDOR TO WS-VD-BUSCADO
               PERFORM UBICA-VENDEDOR
               IF WS-VD-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-DEVUELTO > LP-CANTIDAD
                   MOVE LP-CANTIDAD TO WS-DEVUELTO
               END-IF
               ADD 1 TO WS-LC-COUNT
               MOVE "R" TO WS-LC-TIPO(WS-LC-COUNT)
               MOVE WS-VD-INDICE TO WS-LC-VEND(WS-LC-COUNT)
               MOVE LP-NUMERO TO WS-LC-PEDIDO(WS-LC-COUNT)
               MOVE LP-PARTIDA TO WS-LC-PARTIDA(WS-LC-COUNT)
               MOVE LP-CODIGO TO WS-LC-CODIGO(WS-LC-COUNT)
               MOVE LP-FECHA(1:6) TO WS-LC-PERIODO(WS-LC-COUNT)
               MOVE WS-DEVUELTO TO WS-LC-CANTIDAD(WS-LC-COUNT)
               COMPUTE WS-LC-IMPORTE(WS-LC-COUNT) =
                   WS-DEVUELTO * LP-PRECIO
               MOVE 0 TO WS-LC-TASA(WS-LC-COUNT)
               MOVE 0 TO WS-LC-COMISION(WS-LC-COUNT)
               MOVE "N" TO WS-LC-APROBADO(WS-LC-COUNT).

      * WS-VD-BUSCADO -> WS-VD-INDICE; EL VENDEDOR NUEVO SE AGREGA
      * CON SU NOMBRE Y DEPARTAMENTO (EN BLANCO SI YA NO ESTA EN
      * EMPLOYEE.DAT)
           UBICA-VENDEDOR.
               MOVE 0 TO WS-VD-INDICE
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                           OR WS-VD-INDICE > 0
                   IF WS-V-ID(WS-VD-I) = WS-VD-BUSCADO
                       MOVE WS-VD-I TO WS-VD-INDICE
                   END-IF
               END-PERFORM
               IF WS-VD-INDICE > 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-VD-COUNT >= 500
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VD-COUNT
               MOVE WS-VD-COUNT TO WS-VD-INDICE
               MOVE WS-VD-BUSCADO TO WS-V-ID(WS-VD-INDICE)
               MOVE "NO ESTA EN EMPLEADOS" TO
                   WS-V-NOMBRE(WS-VD-INDICE)
               MOVE SPACES TO WS-V-DEPTO(WS-VD-INDICE)
               MOVE 0 TO WS-V-VENTAS(WS-VD-INDICE)
               MOVE 0 TO WS-V-COMISION(WS-VD-INDICE)
               MOVE 0 TO WS-V-RECUPERADO(WS-VD-INDICE)
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-COUNT
                   IF WS-E-ID(WS-EMP-I) = WS-VD-BUSCADO
                       MOVE WS-E-NOMBRE(WS-EMP-I) TO
                           WS-V-NOMBRE(WS-VD-INDICE)
                       MOVE WS-E-DEPTO(WS-EMP-I) TO
                           WS-V-DEPTO(WS-VD-INDICE)
                   END-IF
               END-PERFORM.

      * LA VENTA DEL MES SE COMISIONA AL ESCALON QUE ALCANZA LA VENTA
      * NETA DEL VENDEDOR EN EL MES; LA RECUPERACION, AL ESCALON QUE
      * FIJO LA VENTA NETA APROBADA DEL MES EN QUE SE VENDIO
           CALCULA-COMISIONES.
               MOVE WS-CIA-ACTUAL TO WS-PC-CIA-BUSCADA
               MOVE WS-CIA-ACTUAL TO WS-CO-CIA-BUSCADA
               PERFORM VARYING WS-LC-I FROM 1 BY 1
                       UNTIL WS-LC-I > WS-LC-COUNT
                   MOVE WS-LC-VEND(WS-LC-I) TO WS-VD-I
                   MOVE WS-LC-CODIGO(WS-LC-I) TO WS-PC-PRODUCTO
                   MOVE WS-V-DEPTO(WS-VD-I) TO WS-PC-DEPTO
                   IF WS-LC-TIPO(WS-LC-I) = "V"
                       MOVE WS-V-VENTAS(WS-VD-I) TO WS-PC-VENTAS
                       PERFORM TASA-DE-LINEA
                       ADD WS-LC-COMISION(WS-LC-I) TO
                           WS-V-COMISION(WS-VD-I)
                   ELSE
                       MOVE WS-V-ID(WS-VD-I) TO WS-CO-EMP-BUSCADO
                       MOVE WS-LC-PERIODO(WS-LC-I) TO
                           WS-CO-PERIODO-BUSCADO
                       PERFORM BUSCA-COMISION
                       IF WS-CO-INDICE > 0
                           MOVE "S" TO WS-LC-APROBADO(WS-LC-I)
                           MOVE WS-CO-VENTAS(WS-CO-INDICE) TO
                               WS-PC-VENTAS
                           PERFORM TASA-DE-LINEA
                           ADD WS-LC-COMISION(WS-LC-I) TO
                               WS-V-RECUPERADO(WS-VD-I)
                       END-IF
                   END-IF
               END-PERFORM.

           TASA-DE-LINEA.
               PERFORM BUSCA-TASA-COMISION
               MOVE WS-PC-TASA-VIGENTE TO WS-LC-TASA(WS-LC-I)
               COMPUTE WS-LC-COMISION(WS-LC-I) ROUNDED =
                   WS-LC-IMPORTE(WS-LC-I) * WS-PC-TASA-VIGENTE / 100.

           ESCRIBE-ESTADO.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "COMIS." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-COMIS-FILENAME
               OPEN OUTPUT COMIS-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO COMIS-LINE
               WRITE COMIS-LINE
               MOVE WS-REPORTE-IDENT-LINE TO COMIS-LINE
               WRITE COMIS-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO COMIS-LINE
               WRITE COMIS-LINE
               MOVE SPACES TO COMIS-LINE
               STRING "ESTADO DE COMISIONES DEL PERIODO " WS-PERIODO
                   DELIMITED BY SIZE INTO COMIS-LINE
               WRITE COMIS-LINE
               MOVE WS-COMIS-TITULO TO COMIS-LINE
               WRITE COMIS-LINE
               MOVE 0 TO WS-TOT-VENTAS
               MOVE 0 TO WS-TOT-COMISION
               MOVE 0 TO WS-TOT-RECUPERADO
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                   PERFORM ESCRIBE-VENDEDOR
               END-PERFORM
               MOVE SPACES TO WS-CT-ID
               STRING "CIA " WS-CIA-ACTUAL
                   DELIMITED BY SIZE INTO WS-CT-ID
               MOVE WS-TOT-VENTAS TO WS-CT-VENTAS
               MOVE WS-TOT-COMISION TO WS-CT-COMISION
               MOVE WS-TOT-RECUPERADO TO WS-CT-RECUPERADO
               COMPUTE WS-CT-NETO =
                   WS-TOT-COMISION - WS-TOT-RECUPERADO
               MOVE WS-COMIS-TOTAL TO COMIS-LINE
               WRITE COMIS-LINE
               IF WS-INCOMPLETO
                   MOVE SPACES TO COMIS-LINE
                   STRING "ESTADO INCOMPLETO: TABLAS LLENAS, NO SE "
                       "PUEDE APROBAR" DELIMITED BY SIZE INTO COMIS-LINE
                   WRITE COMIS-LINE
               END-IF
               MOVE WS-REPORTE-PIE-LINE TO COMIS-LINE
               WRITE COMIS-LINE
               CLOSE COMIS-REPORT
               MOVE "COMISION" TO WS-RC-TIPO
               MOVE WS-COMIS-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-VD-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "ESTADO DE COMISIONES DE " WS-VD-COUNT
                   " VENDEDORES EN " WS-COMIS-FILENAME
               DISPLAY "  COMISION " WS-TOT-COMISION
                   " RECUPERADO " WS-TOT-RECUPERADO.

           ESCRIBE-VENDEDOR.
               MOVE SPACES TO COMIS-LINE
               STRING "VENDEDOR " WS-V-ID(WS-VD-I) " "
                   WS-V-NOMBRE(WS-VD-I) " DEPTO " WS-V-DEPTO(WS-VD-I)
                   DELIMITED BY SIZE INTO COMIS-LINE
               WRITE COMIS-LINE
               PERFORM VARYING WS-LC-I FROM 1 BY 1
                       UNTIL WS-LC-I > WS-LC-COUNT
                   IF WS-LC-VEND(WS-LC-I) = WS-VD-I
                       PERFORM ESCRIBE-LINEA-COMISION
                   END-IF
               END-PERFORM
               MOVE WS-V-ID(WS-VD-I) TO WS-CT-ID
               MOVE WS-V-VENTAS(WS-VD-I) TO WS-CT-VENTAS
               MOVE WS-V-COMISION(WS-VD-I) TO WS-CT-COMISION
               MOVE WS-V-RECUPERADO(WS-VD-I) TO WS-CT-RECUPERADO
               COMPUTE WS-CT-NETO = WS-V-COMISION(WS-VD-I)
                   - WS-V-RECUPERADO(WS-VD-I)
               MOVE WS-COMIS-TOTAL TO COMIS-LINE
               WRITE COMIS-LINE
               ADD WS-V-VENTAS(WS-VD-I) TO WS-TOT-VENTAS
               ADD WS-V-COMISION(WS-VD-I) TO WS-TOT-COMISION
               ADD WS-V-RECUPERADO(WS-VD-I) TO WS-TOT-RECUPERADO.

           ESCRIBE-LINEA-COMISION.
               IF WS-LC-TIPO(WS-LC-I) = "V"
                   MOVE "VTA " TO WS-CD-TIPO
                   MOVE WS-LC-COMISION(WS-LC-I) TO WS-CD-COMISION
               ELSE
                   MOVE "DEV " TO WS-CD-TIPO
                   COMPUTE WS-CD-COMISION =
                       0 - WS-LC-COMISION(WS-LC-I)
               END-IF
               MOVE WS-LC-PEDIDO(WS-LC-I) TO WS-CD-PEDIDO
               MOVE WS-LC-PARTIDA(WS-LC-I) TO WS-CD-PARTIDA
               MOVE WS-LC-CODIGO(WS-LC-I) TO WS-CD-CODIGO
               MOVE WS-LC-PERIODO(WS-LC-I) TO WS-CD-PERIODO
               MOVE WS-LC-CANTIDAD(WS-LC-I) TO WS-CD-CANTIDAD
               MOVE WS-LC-IMPORTE(WS-LC-I) TO WS-CD-IMPORTE
               MOVE WS-LC-TASA(WS-LC-I) TO WS-CD-TASA
               MOVE WS-COMIS-DETALLE TO COMIS-LINE
               IF WS-LC-APROBADO(WS-LC-I) = "N"
                   MOVE "SIN APROBAR" TO COMIS-LINE(71:10)
               END-IF
               WRITE COMIS-LINE.

           VERIFICA-APROBACION.
               MOVE "N" TO WS-APROBADO-SWITCH
               PERFORM VARYING WS-CO-I FROM 1 BY 1
                       UNTIL WS-CO-I > WS-CO-COUNT
                   IF WS-CO-CIA(WS-CO-I) = WS-CIA-ACTUAL
                           AND WS-CO-PERIODO(WS-CO-I) = WS-PERIODO
                       SET WS-YA-APROBADO TO TRUE
                   END-IF
               END-PERFORM.

      * LA APROBACION DEJA UN RENGLON POR VENDEDOR EN COMISION.DAT,
      * POR PAGAR EN LA SIGUIENTE NOMINA
           PREGUNTA-APROBACION.
               IF WS-INCOMPLETO
                   DISPLAY "ESTADO INCOMPLETO, NO SE PUEDE APROBAR"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CO-COUNT + WS-VD-COUNT > 3000
                   DISPLAY "COMISION.DAT LLENO, NO SE PUEDE APROBAR"
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "APROBAR LAS COMISIONES DE " WS-PERIODO
                   " PARA NOMINA (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "COMISIONES NO APROBADAS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE 0 TO WS-CONT-APROBADOS
               PERFORM VARYING WS-VD-I FROM 1 BY 1
                       UNTIL WS-VD-I > WS-VD-COUNT
                   ADD 1 TO WS-CO-COUNT
                   ADD 1 TO WS-CONT-APROBADOS
                   MOVE WS-V-ID(WS-VD-I) TO WS-CO-EMP-ID(WS-CO-COUNT)
                   MOVE WS-CIA-ACTUAL TO WS-CO-CIA(WS-CO-COUNT)
                   MOVE WS-PERIODO TO WS-CO-PERIODO(WS-CO-COUNT)
                   MOVE WS-V-VENTAS(WS-VD-I) TO
                       WS-CO-VENTAS(WS-CO-COUNT)
                   MOVE WS-V-COMISION(WS-VD-I) TO
                       WS-CO-COMISION(WS-CO-COUNT)
                   MOVE WS-V-RECUPERADO(WS-VD-I) TO
                       WS-CO-RECUPERADO(WS-CO-COUNT)
                   COMPUTE WS-CO-NETO(WS-CO-COUNT) =
                       WS-V-COMISION(WS-VD-I)
                       - WS-V-RECUPERADO(WS-VD-I)
                   MOVE "A" TO WS-CO-ESTATUS(WS-CO-COUNT)
                   MOVE WS-FECHA-HOY TO WS-CO-FEC-APROB(WS-CO-COUNT)
                   MOVE WS-AUD-OPERADOR TO
                       WS-CO-APROBADOR(WS-CO-COUNT)
                   MOVE SPACES TO WS-CO-PER-PAGO(WS-CO-COUNT)
               END-PERFORM
               PERFORM GRABA-COMISIONES
               DISPLAY WS-CONT-APROBADOS " COMISIONES APROBADAS PARA "
                   "NOMINA".

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PCPROC.
       COPY COMPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
