      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTH-END FINANCE CHARGE ON OVERDUE SUB-LEDGER
      *            BALANCES
      * Tectonics: cobc
      * Note:      Ages every customer's open balance with the shared
      *            ANT copybooks and takes what sits in the 60-89 and
      *            90+ buckets as the overdue amount (never more than
      *            the customer's net balance). TASAFIN.CTL carries
      *            the monthly rate in percent and a minimum charge,
      *            one line per company (blank company = default).
      *            Each charge goes to TRANSACC.DAT as a type F entry
      *            through the controlled append, so the next posting
      *            run bills it and ESTADO-CUENTA prints it. FINPER.DAT
      *            records every period/company already charged and
      *            a rerun for the same month is refused. Customers on
      *            the suppression list with reason DF are exempt. A
      *            register report is written and catalogued.
      *            Each finance charge carries FCyyyymm as the
      *            reference of its open item.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TASAFIN-FILE ASSIGN TO "TASAFIN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TASA-STATUS.
           SELECT FINPER-FILE ASSIGN TO "FINPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINPER-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT FINREP-REPORT ASSIGN TO DYNAMIC WS-FINREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINREP-STATUS.
           COPY TRAPSEL.
           COPY ANTSEL.
           COPY PASEL.
           COPY SUPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  TASAFIN-FILE.
       01  TASAFIN-RECORD.
           05  TF-COMPANIA         PIC X(2).
           05  TF-TASA             PIC 9(2)V9(4).
           05  TF-MINIMO           PIC 9(5)V99.

       FD  FINPER-FILE.
       01  FINPER-RECORD.
           05  FP-PERIODO          PIC 9(6).
           05  FP-COMPANIA         PIC X(2).
           05  FP-FECHA            PIC 9(8).
           05  FP-CLIENTES         PIC 9(5).
           05  FP-TOTAL            PIC 9(9)V99.

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  FINREP-REPORT.
       01  FINREP-LINE             PIC X(80).

       COPY TRAPFD.

       COPY ANTFD.
       COPY PAFD.

       COPY SUPFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY TRAPWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY SUPWS.
       COPY ANTWS.
       COPY PAWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-TASA-STATUS          PIC XX.
       01  WS-FINPER-STATUS        PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-FINREP-STATUS        PIC XX.
       01  WS-FINREP-FILENAME      PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-TASA-SWITCH      PIC X VALUE "N".
           88  WS-EOF-TASA         VALUE "Y".
       01  WS-EOF-FINPER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-FINPER       VALUE "Y".
       01  WS-YA-CARGADO-SWITCH    PIC X VALUE "N".
           88  WS-YA-CARGADO       VALUE "Y".
       01  WS-TASA-HALLADA-SWITCH  PIC X VALUE "N".
           88  WS-TASA-HALLADA     VALUE "Y".
       01  WS-EXENTO-SWITCH        PIC X VALUE "N".
           88  WS-EXENTO           VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO-HOY          PIC 9(6) VALUE 0.

      * TASA MENSUAL EN PORCIENTO (1.5000 = 1.5%) Y CARGO MINIMO
       01  WS-TASA                 PIC 9(2)V9(4) VALUE 0.
       01  WS-MINIMO               PIC 9(5)V99 VALUE 0.

       01  WS-VENCIDO              PIC S9(9)V99 VALUE 0.
       01  WS-SALDO-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-CARGO                PIC S9(7)V99 VALUE 0.

       01  WS-CONT-CARGOS          PIC 9(5) VALUE 0.
       01  WS-CONT-EXENTOS         PIC 9(5) VALUE 0.
       01  WS-TOTAL-VENCIDO        PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-CARGOS         PIC S9(9)V99 VALUE 0.

       01  WS-TASA-EDIT            PIC Z9.9999.
       01  WS-MINIMO-EDIT          PIC ZZZZ9.99.

       01  WS-DETALLE-LINE.
           05  WS-D-ID             PIC X(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-D-VENCIDO        PIC -(9)9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-D-CARGO          PIC -(7)9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-D-NOTA           PIC X(20).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(9) VALUE "CLIENTE".
           05  FILLER              PIC X(16) VALUE "  VENCIDO 60+".
           05  FILLER              PIC X(12) VALUE "       CARGO".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CARGOFIN" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-HOY
               PERFORM CARGA-TASA
               IF NOT WS-TASA-HALLADA
                   DISPLAY "TASAFIN.CTL AUSENTE O SIN TASA PARA LA "
                       "COMPANIA " WS-CIA-ACTUAL ", CARGOS DETENIDOS"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM VERIFICA-NO-CARGADO
               IF WS-YA-CARGADO
                   DISPLAY "LOS CARGOS FINANCIEROS DEL PERIODO "
                       WS-PERIODO-HOY " DE LA COMPANIA "
                       WS-CIA-ACTUAL " YA CORRIERON, DETENIDOS"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CARGA-SUPRESION
               PERFORM ANTIGUEDAD-CARTERA
               PERFORM GENERA-CARGOS
               IF WS-AUDIT-ESTATUS-FIN NOT = "ERROR"
                   PERFORM ANOTA-PERIODO
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * EL RENGLON DE LA COMPANIA GANA; EL RENGLON SIN COMPANIA
      * QUEDA COMO TASA GENERAL
           CARGA-TASA.
               MOVE "N" TO WS-TASA-HALLADA-SWITCH
               MOVE "N" TO WS-EOF-TASA-SWITCH
               OPEN INPUT TASAFIN-FILE
               IF WS-TASA-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-TASA
                   READ TASAFIN-FILE
                       AT END
                           SET WS-EOF-TASA TO TRUE
                       NOT AT END
                           IF TF-MINIMO IS NOT NUMERIC
                               MOVE 0 TO TF-MINIMO
                           END-IF
                           IF TF-TASA IS NUMERIC
                               IF TF-COMPANIA = WS-CIA-ACTUAL
                                   MOVE TF-TASA TO WS-TASA
                                   MOVE TF-MINIMO TO WS-MINIMO
                                   SET WS-TASA-HALLADA TO TRUE
                                   SET WS-EOF-TASA TO TRUE
                               END-IF
                               IF TF-COMPANIA = SPACES
                                   MOVE TF-TASA TO WS-TASA
                                   MOVE TF-MINIMO TO WS-MINIMO
                                   SET WS-TASA-HALLADA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASAFIN-FILE.

           VERIFICA-NO-CARGADO.
               MOVE "N" TO WS-YA-CARGADO-SWITCH
               MOVE "N" TO WS-EOF-FINPER-SWITCH
               OPEN INPUT FINPER-FILE
               IF WS-FINPER-STATUS = "00"
                   PERFORM UNTIL WS-EOF-FINPER
                       READ FINPER-FILE
                           AT END
                               SET WS-EOF-FINPER TO TRUE
                           NOT AT END
                               IF FP-PERIODO = WS-PERIODO-HOY
                                       AND FP-COMPANIA =
                                           WS-CIA-ACTUAL
                                   SET WS-YA-CARGADO TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FINPER-FILE
               END-IF.

           GENERA-CARGOS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "CARGOFIN." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-FINREP-FILENAME
               OPEN OUTPUT FINREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO FINREP-LINE
               WRITE FINREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO FINREP-LINE
               WRITE FINREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO FINREP-LINE
               WRITE FINREP-LINE
               MOVE WS-TASA TO WS-TASA-EDIT
               MOVE WS-MINIMO TO WS-MINIMO-EDIT
               MOVE SPACES TO FINREP-LINE
               STRING "PERIODO " WS-PERIODO-HOY "  TASA MENSUAL "
                   WS-TASA-EDIT "%  CARGO MINIMO " WS-MINIMO-EDIT
                   DELIMITED BY SIZE INTO FINREP-LINE
               WRITE FINREP-LINE
               MOVE WS-TITULO-LINE TO FINREP-LINE
               WRITE FINREP-LINE
               PERFORM ABRE-ANEXO-TRANSACC
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   SET WS-EOF-MASTER TO TRUE
                   DISPLAY "CLIENTE.DAT NO DISPONIBLE"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                               PERFORM REVISA-CLIENTE-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF
               PERFORM CIERRA-ANEXO-TRANSACC
               IF WS-AUDIT-ESTATUS-FIN = "ERROR"
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE SPACES TO FINREP-LINE
               WRITE FINREP-LINE
               MOVE "TOTAL " TO WS-D-ID
               MOVE WS-TOTAL-VENCIDO TO WS-D-VENCIDO
               MOVE WS-TOTAL-CARGOS TO WS-D-CARGO
               MOVE SPACES TO WS-D-NOTA
               MOVE WS-DETALLE-LINE TO FINREP-LINE
               WRITE FINREP-LINE
               MOVE SPACES TO FINREP-LINE
               STRING "CARGOS: " WS-CONT-CARGOS
                   "   EXENTOS (DF): " WS-CONT-EXENTOS
                   DELIMITED BY SIZE INTO FINREP-LINE
               WRITE FINREP-LINE
               MOVE WS-REPORTE-PIE-LINE TO FINREP-LINE
               WRITE FINREP-LINE
               CLOSE FINREP-REPORT
               MOVE "CARGOFIN" TO WS-RC-TIPO
               MOVE WS-FINREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-CARGOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "CARGOS FINANCIEROS EN " WS-FINREP-FILENAME
               DISPLAY "  CARGOS GENERADOS       " WS-CONT-CARGOS
               DISPLAY "  MONTO TOTAL            " WS-TOTAL-CARGOS
               DISPLAY "  EXENTOS (DF)           " WS-CONT-EXENTOS.

      * VENCIDO = CUBETAS 60-89 Y 90+, TOPADO AL SALDO NETO DEL
      * CLIENTE (UN ABONO A FAVOR EN LA CUBETA ACTUAL LO REDUCE)
           REVISA-CLIENTE-CARGO.
               IF FD-COMPANIA NOT = WS-CIA-ACTUAL
                       AND NOT (FD-COMPANIA = SPACES
                           AND WS-CIA-ACTUAL = "01")
                   EXIT PARAGRAPH
               END-IF
               MOVE FD-CLIENTE-ID TO WS-CLI-ID-BUSCADO
               PERFORM BUSCA-CLIENTE-ANTIG
               IF WS-CLI-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               SET WS-CLX TO WS-CLI-INDICE
               MOVE 0 TO WS-VENCIDO
               MOVE 0 TO WS-SALDO-TOTAL
               PERFORM VARYING WS-B-I FROM 1 BY 1 UNTIL WS-B-I > 4
                   ADD WS-C-CUBETA(WS-CLX, WS-B-I) TO WS-SALDO-TOTAL
                   IF WS-B-I > 2
                       ADD WS-C-CUBETA(WS-CLX, WS-B-I) TO WS-VENCIDO
                   END-IF
               END-PERFORM
               IF WS-VENCIDO > WS-SALDO-TOTAL
                   MOVE WS-SALDO-TOTAL TO WS-VENCIDO
               END-IF
               IF WS-VENCIDO <= 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FD-CLIENTE-ID TO WS-D-ID
               MOVE WS-VENCIDO TO WS-D-VENCIDO
               PERFORM ES-CLIENTE-EXENTO
               IF WS-EXENTO
                   ADD 1 TO WS-CONT-EXENTOS
                   MOVE 0 TO WS-D-CARGO
                   MOVE "EXENTO (DF)" TO WS-D-NOTA
                   MOVE WS-DETALLE-LINE TO FINREP-LINE
                   WRITE FINREP-LINE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CARGO ROUNDED =
                   WS-VENCIDO * WS-TASA / 100
               IF WS-CARGO < WS-MINIMO
                   MOVE WS-MINIMO TO WS-CARGO
                   MOVE "CARGO MINIMO" TO WS-D-NOTA
               ELSE
                   MOVE SPACES TO WS-D-NOTA
               END-IF
               IF WS-CARGO <= 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "F" TO TRANS-TIPO
               MOVE FD-CLIENTE-ID TO TRANS-CLIENTE-ID
               MOVE WS-CARGO TO TRANS-MONTO
               MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
               STRING "FC" WS-FECHA-HOY(1:6) DELIMITED BY SIZE
                   INTO TRANS-REFERENCIA
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               ADD 1 TO WS-CONT-CARGOS
               ADD WS-VENCIDO TO WS-TOTAL-VENCIDO
               ADD WS-CARGO TO WS-TOTAL-CARGOS
               MOVE WS-CARGO TO WS-D-CARGO
               MOVE WS-DETALLE-LINE TO FINREP-LINE
               WRITE FINREP-LINE.

      * SOLO EL MOTIVO DF (FALLECIDO) EXIME DEL CARGO; NM Y NC SON
      * RESTRICCIONES DE CONTACTO, NO DE COBRO
           ES-CLIENTE-EXENTO.
               MOVE "N" TO WS-EXENTO-SWITCH
               PERFORM VARYING WS-SUPR-I FROM 1 BY 1
                       UNTIL WS-SUPR-I > WS-SUPR-COUNT
                           OR WS-EXENTO
                   IF WS-SUPR-ID(WS-SUPR-I) = FD-CLIENTE-ID
                           AND WS-SUPR-MOTIVO(WS-SUPR-I) = "DF"
                       SET WS-EXENTO TO TRUE
                   END-IF
               END-PERFORM.

           ANOTA-PERIODO.
               OPEN EXTEND FINPER-FILE
               IF WS-FINPER-STATUS = "05" OR WS-FINPER-STATUS = "35"
                   CLOSE FINPER-FILE
                   OPEN OUTPUT FINPER-FILE
               END-IF
               MOVE SPACES TO FINPER-RECORD
               MOVE WS-PERIODO-HOY TO FP-PERIODO
               MOVE WS-CIA-ACTUAL TO FP-COMPANIA
               MOVE WS-FECHA-HOY TO FP-FECHA
               MOVE WS-CONT-CARGOS TO FP-CLIENTES
               MOVE WS-TOTAL-CARGOS TO FP-TOTAL
               WRITE FINPER-RECORD
               CLOSE FINPER-FILE.

       COPY TRAPPROC.
       COPY ANTPROC.
       COPY PAPROC.
       COPY SUPPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
