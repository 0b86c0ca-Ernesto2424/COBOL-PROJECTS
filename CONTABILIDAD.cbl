      ******************************************************************
      * Author:
      * Date:
      * Purpose:   GENERAL LEDGER: CHART OF ACCOUNTS, ACCOUNT MAPPING,
      *            JOURNAL POSTING AND TRIAL BALANCE
      * Tectonics: cobc
      * Note:      Every money-moving run writes balanced journal
      *            lines to POLIZAS.DAT (shared PZ copybooks) with the
      *            accounts MAPACONT.DAT gives to its program and
      *            amount type. The C option keeps the chart of
      *            accounts CATCONT.DAT (account, name and type A/P/C/
      *            I/G; created with the shop chart when missing) and
      *            the M option the mapping rows, both accounts of a
      *            row must exist in the chart. P posts the pending
      *            lines of the session company: a journal (folio and
      *            program) whose debits do not equal its credits, or
      *            that names an account missing from the chart, is
      *            left pending and logged to ERRORES.LOG; the rest
      *            update SALDOCON.DAT (debits and credits per account,
      *            company and AAAAMM period of the journal date) and
      *            are marked posted with the posting date. The journal
      *            is rewritten through POLIZAS.NEW. B prints the trial
      *            balance of a period, BALANZA.yyyymmddhhmmss.RPT
      *            (catalogued): opening balance, the period debits and
      *            credits and the closing balance of each account,
      *            with the totals, which must net to zero.
      *            CIERRE-PERIODO refuses to close a month that still
      *            has pending journal lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGO-FILE ASSIGN TO "CATCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CN-STATUS.
           SELECT SALDOS-FILE ASSIGN TO "SALDOCON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SN-STATUS.
           SELECT POLIZAS-NUEVO ASSIGN TO "POLIZAS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PZN-STATUS.
           SELECT BALANZA-REPORT ASSIGN TO DYNAMIC
                   WS-BALANZA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANZA-RPT-STATUS.
           COPY PZSEL.
           COPY ERRSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
      * CATALOGO DE CUENTAS. TIPO: A = ACTIVO, P = PASIVO,
      * C = CAPITAL, I = INGRESO, G = GASTO
       FD  CATALOGO-FILE.
       01  CATALOGO-RECORD.
           05  CN-CUENTA           PIC X(6).
           05  CN-NOMBRE           PIC X(30).
           05  CN-TIPO             PIC X.

      * SALDOS CONTABLES: CARGOS Y ABONOS POR CUENTA, COMPANIA Y
      * PERIODO AAAAMM
       FD  SALDOS-FILE.
       01  SALDO-RECORD.
           05  SN-CUENTA           PIC X(6).
           05  SN-COMPANIA         PIC X(2).
           05  SN-PERIODO          PIC 9(6).
           05  SN-DEBE             PIC 9(11)V99.
           05  SN-HABER            PIC 9(11)V99.

       FD  POLIZAS-NUEVO.
       01  POLIZAS-NUEVO-RECORD    PIC X(75).

       FD  BALANZA-REPORT.
       01  BALANZA-LINE            PIC X(100).

       COPY PZFD.

       COPY ERRFD.

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
       COPY ERRWS.
       COPY PZWS.

       01  WS-CN-STATUS            PIC XX.
       01  WS-SN-STATUS            PIC XX.
       01  WS-PZN-STATUS           PIC XX.
       01  WS-BALANZA-RPT-STATUS   PIC XX.
       01  WS-BALANZA-FILENAME     PIC X(40).

       01  WS-EOF-CN-SWITCH        PIC X VALUE "N".
           88  WS-EOF-CN           VALUE "Y".
       01  WS-EOF-SN-SWITCH        PIC X VALUE "N".
           88  WS-EOF-SN           VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-CATALOGO         VALUE "C" "c".
           88  WS-MAPA             VALUE "M" "m".
           88  WS-CONTABILIZA      VALUE "P" "p".
           88  WS-BALANZA          VALUE "B" "b".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).

      * CATALOGO DE CUENTAS DEL TALLER: SE ESCRIBE EN CATCONT.DAT
      * CUANDO NO EXISTE
       01  WS-CN-DEFECTO-VALORES.
           05  FILLER              PIC X(37) VALUE
               "110100CAJA                          A".
           05  FILLER              PIC X(37) VALUE
               "110200BANCOS                        A".
           05  FILLER              PIC X(37) VALUE
               "120100CLIENTES                      A".
           05  FILLER              PIC X(37) VALUE
               "120900COBRANZA POR APLICAR          A".
           05  FILLER              PIC X(37) VALUE
               "130100PEDIDOS POR FACTURAR          A".
           05  FILLER              PIC X(37) VALUE
               "210100NOMINA POR PAGAR              P".
           05  FILLER              PIC X(37) VALUE
               "210200RETENCIONES POR PAGAR         P".
           05  FILLER              PIC X(37) VALUE
               "210300DEDUCCIONES POR PAGAR         P".
           05  FILLER              PIC X(37) VALUE
               "210400IMPUESTO TRASLADADO           P".
           05  FILLER              PIC X(37) VALUE
               "410100VENTAS                        I".
           05  FILLER              PIC X(37) VALUE
               "410200RECUPERACION DE COMPUTO       I".
           05  FILLER              PIC X(37) VALUE
               "410300COLEGIATURAS                  I".
           05  FILLER              PIC X(37) VALUE
               "410400CARGOS RECURRENTES            I".
           05  FILLER              PIC X(37) VALUE
               "410900DEVOLUCIONES SOBRE VENTAS     I".
           05  FILLER              PIC X(37) VALUE
               "420100INTERESES MORATORIOS          I".
           05  FILLER              PIC X(37) VALUE
               "510100SUELDOS Y SALARIOS            G".
           05  FILLER              PIC X(37) VALUE
               "510200CUENTAS INCOBRABLES           G".
           05  FILLER              PIC X(37) VALUE
               "510300COMPUTO DEPARTAMENTAL         G".
           05  FILLER              PIC X(37) VALUE
               "999999SUSPENSO CONTABLE             A".
       01  WS-CN-DEFECTO-TABLE REDEFINES WS-CN-DEFECTO-VALORES.
           05  WS-CN-DEFECTO       PIC X(37) OCCURS 19 TIMES.

      * CATALOGO EN MEMORIA, ORDENADO POR CUENTA
       01  WS-CN-COUNT             PIC 9(3) VALUE 0.
       01  WS-CN-TABLE.
           05  WS-CN-ENTRY OCCURS 500 TIMES.
               10  WS-CN-CUENTA    PIC X(6).
               10  WS-CN-NOMBRE    PIC X(30).
               10  WS-CN-TIPO      PIC X.
       01  WS-CN-I                 PIC 9(3) VALUE 0.
       01  WS-CN-J                 PIC 9(3) VALUE 0.
       01  WS-CN-INDICE            PIC 9(3) VALUE 0.
       01  WS-CN-BUSCADA           PIC X(6).
       01  WS-CN-CAMBIOS-SW        PIC X VALUE "N".
           88  WS-CN-CAMBIOS       VALUE "Y".
       01  WS-MC-CAMBIOS-SW        PIC X VALUE "N".
           88  WS-MC-CAMBIOS       VALUE "Y".

      * SALDOS DE SALDOCON.DAT
       01  WS-SN-COUNT             PIC 9(5) VALUE 0.
       01  WS-SN-TABLE.
           05  WS-SN-ENTRY OCCURS 20000 TIMES.
               10  WS-SN-CUENTA    PIC X(6).
               10  WS-SN-CIA       PIC X(2).
               10  WS-SN-PERIODO   PIC 9(6).
               10  WS-SN-DEBE      PIC 9(11)V99.
               10  WS-SN-HABER     PIC 9(11)V99.
       01  WS-SN-I                 PIC 9(5) VALUE 0.
       01  WS-SN-INDICE            PIC 9(5) VALUE 0.
       01  WS-SN-CAMBIOS-SW        PIC X VALUE "N".
           88  WS-SN-CAMBIOS       VALUE "Y".

      * POLIZAS PENDIENTES DE LA COMPANIA: SUMAS DE CARGO Y ABONO POR
      * FOLIO Y PROGRAMA, Y LA PRIMERA CUENTA FUERA DE CATALOGO
       01  WS-FO-COUNT             PIC 9(4) VALUE 0.
       01  WS-FO-EXTRA             PIC 9(6) VALUE 0.
       01  WS-FO-TABLE.
           05  WS-FO-ENTRY OCCURS 2000 TIMES.
               10  WS-FO-FOLIO     PIC X(16).
               10  WS-FO-PROGRAMA  PIC X(10).
               10  WS-FO-DEBE      PIC 9(11)V99.
               10  WS-FO-HABER     PIC 9(11)V99.
               10  WS-FO-CUENTA-MALA PIC X(6).
       01  WS-FO-I                 PIC 9(4) VALUE 0.
       01  WS-FO-INDICE            PIC 9(4) VALUE 0.

       01  WS-PZ-CIA-RENGLON       PIC X(2).
       01  WS-PERIODO-RENGLON      PIC 9(6).
       01  WS-CONT-CONTABILIZADOS  PIC 9(6) VALUE 0.
       01  WS-CONT-RETENIDOS       PIC 9(6) VALUE 0.
       01  WS-CONT-POLIZAS-OK      PIC 9(4) VALUE 0.
       01  WS-CONT-POLIZAS-MAL     PIC 9(4) VALUE 0.

      * CAPTURA DE CUENTAS Y RENGLONES DEL MAPA
       01  WS-CUENTA-TXT           PIC X(6).
       01  WS-NOMBRE-TXT           PIC X(30).
       01  WS-TIPO-CUENTA          PIC X.
           88  WS-TIPO-VALIDO      VALUE "A" "P" "C" "I" "G".
       01  WS-MAPA-PROGRAMA        PIC X(10).
       01  WS-MAPA-TIPO            PIC X(2).
       01  WS-MAPA-DEBE            PIC X(6).
       01  WS-MAPA-HABER           PIC X(6).
       01  WS-MAPA-DESC            PIC X(30).

      * BALANZA DE COMPROBACION DEL PERIODO
       01  WS-PERIODO-TXT          PIC X(6).
       01  WS-PERIODO-BAL          PIC 9(6).
       01  WS-PERIODO-BAL-R REDEFINES WS-PERIODO-BAL.
           05  WS-PB-AAAA          PIC 9(4).
           05  WS-PB-MM            PIC 99.
       01  WS-SALDO-INICIAL        PIC S9(11)V99 VALUE 0.
       01  WS-CARGOS-PERIODO       PIC 9(11)V99 VALUE 0.
       01  WS-ABONOS-PERIODO       PIC 9(11)V99 VALUE 0.
       01  WS-SALDO-FINAL          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-INICIAL          PIC S9(12)V99 VALUE 0.
       01  WS-TOT-CARGOS           PIC 9(12)V99 VALUE 0.
       01  WS-TOT-ABONOS           PIC 9(12)V99 VALUE 0.
       01  WS-TOT-FINAL            PIC S9(12)V99 VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(6) VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-CUENTA         PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOMBRE         PIC X(24).
           05  WS-D-INICIAL        PIC -(11)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CARGOS         PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ABONOS         PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FINAL          PIC -(11)9.99.

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(31) VALUE "CUENTA NOMBRE".
           05  FILLER              PIC X(16) VALUE
               "   SALDO INICIAL".
           05  FILLER              PIC X(15) VALUE "         CARGOS".
           05  FILLER              PIC X(15) VALUE "         ABONOS".
           05  FILLER              PIC X(16) VALUE
               "     SALDO FINAL".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CONTABGL" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-CATALOGO
               PERFORM CARGA-MAPA-CONTABLE
               PERFORM CARGA-SALDOS
               PERFORM UNTIL WS-FIN
                   DISPLAY "CONTABILIDAD GENERAL COMPANIA "
                       WS-CIA-ACTUAL
                   DISPLAY "C-CUENTA  M-MAPA CONTABLE  P-CONTABILIZA "
                       "POLIZAS  B-BALANZA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-CATALOGO
                           PERFORM ALTA-CUENTA
                       WHEN WS-MAPA
                           PERFORM ALTA-MAPA
                       WHEN WS-CONTABILIZA
                           PERFORM CONTABILIZA-POLIZAS
                       WHEN WS-BALANZA
                           PERFORM ESCRIBE-BALANZA
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               IF WS-CN-CAMBIOS
                   PERFORM GRABA-CATALOGO
               END-IF
               IF WS-MC-CAMBIOS
                   PERFORM GRABA-MAPA
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * SIN CATCONT.DAT SE ESCRIBE EL CATALOGO DEL TALLER, QUE TRAE
      * TODAS LAS CUENTAS DEL MAPA CONTABLE DEL TALLER
           CARGA-CATALOGO.
               MOVE 0 TO WS-CN-COUNT
               MOVE "N" TO WS-EOF-CN-SWITCH
               OPEN INPUT CATALOGO-FILE
               IF WS-CN-STATUS NOT = "00"
                   DISPLAY "CATCONT.DAT NO EXISTE, SE CREA CON EL "
                       "CATALOGO DEL TALLER"
                   OPEN OUTPUT CATALOGO-FILE
                   PERFORM VARYING WS-CN-I FROM 1 BY 1
                           UNTIL WS-CN-I > 19
                       MOVE WS-CN-DEFECTO(WS-CN-I) TO CATALOGO-RECORD
                       WRITE CATALOGO-RECORD
                   END-PERFORM
                   CLOSE CATALOGO-FILE
                   OPEN INPUT CATALOGO-FILE
               END-IF
               IF WS-CN-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CN
                       READ CATALOGO-FILE
                           AT END
                               SET WS-EOF-CN TO TRUE
                           NOT AT END
                               IF CN-CUENTA NOT = SPACES
                                   MOVE CN-CUENTA TO WS-CUENTA-TXT
                                   MOVE CN-NOMBRE TO WS-NOMBRE-TXT
                                   MOVE CN-TIPO TO WS-TIPO-CUENTA
                                   PERFORM INSERTA-CUENTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOGO-FILE
               END-IF.

      * DEJA LA CUENTA WS-CUENTA-TXT EN SU LUGAR DEL CATALOGO
      * ORDENADO; SI YA EXISTE SOLO CAMBIA NOMBRE Y TIPO
           INSERTA-CUENTA.
               MOVE WS-CUENTA-TXT TO WS-CN-BUSCADA
               PERFORM BUSCA-CUENTA
               IF WS-CN-INDICE > 0
                   MOVE WS-NOMBRE-TXT TO WS-CN-NOMBRE(WS-CN-INDICE)
                   MOVE WS-TIPO-CUENTA TO WS-CN-TIPO(WS-CN-INDICE)
                   EXIT PARAGRAPH
               END-IF
               IF WS-CN-COUNT >= 500
                   DISPLAY "CATALOGO LLENO (500), CUENTA "
                       WS-CUENTA-TXT " NO SE AGREGA"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CN-COUNT TO WS-CN-J
               ADD 1 TO WS-CN-COUNT
               PERFORM UNTIL WS-CN-J = 0
                       OR WS-CN-CUENTA(WS-CN-J) < WS-CUENTA-TXT
                   MOVE WS-CN-ENTRY(WS-CN-J) TO
                       WS-CN-ENTRY(WS-CN-J + 1)
                   SUBTRACT 1 FROM WS-CN-J
               END-PERFORM
               ADD 1 TO WS-CN-J
               MOVE WS-CUENTA-TXT TO WS-CN-CUENTA(WS-CN-J)
               MOVE WS-NOMBRE-TXT TO WS-CN-NOMBRE(WS-CN-J)
               MOVE WS-TIPO-CUENTA TO WS-CN-TIPO(WS-CN-J).

           BUSCA-CUENTA.
               MOVE 0 TO WS-CN-INDICE
               PERFORM VARYING WS-CN-I FROM 1 BY 1
                       UNTIL WS-CN-I > WS-CN-COUNT
                           OR WS-CN-INDICE > 0
                   IF WS-CN-CUENTA(WS-CN-I) = WS-CN-BUSCADA
                       MOVE WS-CN-I TO WS-CN-INDICE
                   END-IF
               END-PERFORM.

           GRABA-CATALOGO.
               OPEN OUTPUT CATALOGO-FILE
               PERFORM VARYING WS-CN-I FROM 1 BY 1
                       UNTIL WS-CN-I > WS-CN-COUNT
                   MOVE SPACES TO CATALOGO-RECORD
                   MOVE WS-CN-CUENTA(WS-CN-I) TO CN-CUENTA
                   MOVE WS-CN-NOMBRE(WS-CN-I) TO CN-NOMBRE
                   MOVE WS-CN-TIPO(WS-CN-I) TO CN-TIPO
                   WRITE CATALOGO-RECORD
               END-PERFORM
               CLOSE CATALOGO-FILE.

           ALTA-CUENTA.
               DISPLAY "INGRESA NUMERO DE CUENTA (6 DIGITOS)"
               ACCEPT WS-CUENTA-TXT
               IF WS-CUENTA-TXT IS NOT NUMERIC
                   DISPLAY "CUENTA DEBE SER DE 6 DIGITOS"
                   MOVE "CUENTA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CUENTA-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CUENTA-TXT TO WS-CN-BUSCADA
               PERFORM BUSCA-CUENTA
               IF WS-CN-INDICE > 0
                   DISPLAY "CUENTA EXISTENTE: "
                       WS-CN-NOMBRE(WS-CN-INDICE) " TIPO "
                       WS-CN-TIPO(WS-CN-INDICE)
               END-IF
               DISPLAY "INGRESA NOMBRE DE LA CUENTA"
               ACCEPT WS-NOMBRE-TXT
               IF WS-NOMBRE-TXT = SPACES
                   DISPLAY "NOMBRE NO PUEDE IR EN BLANCO"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "INGRESA TIPO (A-ACTIVO P-PASIVO C-CAPITAL "
                   "I-INGRESO G-GASTO)"
               ACCEPT WS-TIPO-CUENTA
               IF NOT WS-TIPO-VALIDO
                   DISPLAY "TIPO DE CUENTA INVALIDO"
                   MOVE "TIPO-CUENTA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-TIPO-CUENTA TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               PERFORM INSERTA-CUENTA
               SET WS-CN-CAMBIOS TO TRUE
               DISPLAY "CUENTA " WS-CUENTA-TXT " REGISTRADA".

      * UN RENGLON DEL MAPA POR PROGRAMA Y TIPO DE IMPORTE; AMBAS
      * CUENTAS DEBEN EXISTIR EN EL CATALOGO
           ALTA-MAPA.
               DISPLAY "INGRESA PROGRAMA (COMO LO ANOTA EN AUDIT.LOG)"
               ACCEPT WS-MAPA-PROGRAMA
               DISPLAY "INGRESA TIPO DE IMPORTE (2 LETRAS)"
               ACCEPT WS-MAPA-TIPO
               IF WS-MAPA-PROGRAMA = SPACES OR WS-MAPA-TIPO = SPACES
                   DISPLAY "PROGRAMA Y TIPO SON OBLIGATORIOS"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-MC-INDICE
               PERFORM VARYING WS-MC-I FROM 1 BY 1
                       UNTIL WS-MC-I > WS-MC-COUNT
                           OR WS-MC-INDICE > 0
                   IF WS-MC-PROGRAMA(WS-MC-I) = WS-MAPA-PROGRAMA
                           AND WS-MC-TIPO(WS-MC-I) = WS-MAPA-TIPO
                       MOVE WS-MC-I TO WS-MC-INDICE
                   END-IF
               END-PERFORM
               IF WS-MC-INDICE > 0
                   DISPLAY "RENGLON EXISTENTE: CARGO "
                       WS-MC-DEBE(WS-MC-INDICE) " ABONO "
                       WS-MC-HABER(WS-MC-INDICE) " "
                       WS-MC-DESC(WS-MC-INDICE)
               ELSE
                   IF WS-MC-COUNT >= 200
                       DISPLAY "MAPA CONTABLE LLENO (200)"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "INGRESA CUENTA DE CARGO"
               ACCEPT WS-MAPA-DEBE
               MOVE WS-MAPA-DEBE TO WS-CN-BUSCADA
               PERFORM BUSCA-CUENTA
               IF WS-CN-INDICE = 0
                   DISPLAY "CUENTA NO EXISTE EN EL CATALOGO: "
                       WS-MAPA-DEBE
                   MOVE "CUENTA-CARGO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-MAPA-DEBE TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "INGRESA CUENTA DE ABONO"
               ACCEPT WS-MAPA-HABER
               MOVE WS-MAPA-HABER TO WS-CN-BUSCADA
               PERFORM BUSCA-CUENTA
               IF WS-CN-INDICE = 0
                   DISPLAY "CUENTA NO EXISTE EN EL CATALOGO: "
                       WS-MAPA-HABER
                   MOVE "CUENTA-ABONO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-MAPA-HABER TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "INGRESA DESCRIPCION"
               ACCEPT WS-MAPA-DESC
               IF WS-MC-INDICE = 0
                   ADD 1 TO WS-MC-COUNT
                   MOVE WS-MC-COUNT TO WS-MC-INDICE
                   MOVE WS-MAPA-PROGRAMA TO
                       WS-MC-PROGRAMA(WS-MC-INDICE)
                   MOVE WS-MAPA-TIPO TO WS-MC-TIPO(WS-MC-INDICE)
               END-IF
               MOVE WS-MAPA-DEBE TO WS-MC-DEBE(WS-MC-INDICE)
               MOVE WS-MAPA-HABER TO WS-MC-HABER(WS-MC-INDICE)
               MOVE WS-MAPA-DESC TO WS-MC-DESC(WS-MC-INDICE)
               SET WS-MC-CAMBIOS TO TRUE
               DISPLAY "MAPA DE " WS-MAPA-PROGRAMA " " WS-MAPA-TIPO
                   " REGISTRADO".

           GRABA-MAPA.
               OPEN OUTPUT MAPACONT-FILE
               PERFORM VARYING WS-MC-I FROM 1 BY 1
                       UNTIL WS-MC-I > WS-MC-COUNT
                   MOVE SPACES TO MAPACONT-RECORD
                   MOVE WS-MC-PROGRAMA(WS-MC-I) TO MC-PROGRAMA
                   MOVE WS-MC-TIPO(WS-MC-I) TO MC-TIPO
                   MOVE WS-MC-DEBE(WS-MC-I) TO MC-CUENTA-DEBE
                   MOVE WS-MC-HABER(WS-MC-I) TO MC-CUENTA-HABER
                   MOVE WS-MC-DESC(WS-MC-I) TO MC-DESCRIPCION
                   WRITE MAPACONT-RECORD
               END-PERFORM
               CLOSE MAPACONT-FILE.

           CARGA-SALDOS.
               MOVE 0 TO WS-SN-COUNT
               MOVE "N" TO WS-EOF-SN-SWITCH
               OPEN INPUT SALDOS-FILE
               IF WS-SN-STATUS = "00"
                   PERFORM UNTIL WS-EOF-SN
                       READ SALDOS-FILE
                           AT END
                               SET WS-EOF-SN TO TRUE
                           NOT AT END
                               IF SN-DEBE IS NUMERIC
                                       AND SN-HABER IS NUMERIC
                                       AND SN-PERIODO IS NUMERIC
                                   PERFORM CARGA-RENGLON-SALDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SALDOS-FILE
               END-IF.

           CARGA-RENGLON-SALDO.
               IF WS-SN-COUNT >= 20000
                   DISPLAY "SALDOS MAS ALLA DEL TOPE (20000), DEPURA "
                       "SALDOCON.DAT"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               ADD 1 TO WS-SN-COUNT
               MOVE SN-CUENTA TO WS-SN-CUENTA(WS-SN-COUNT)
               MOVE SN-COMPANIA TO WS-SN-CIA(WS-SN-COUNT)
               MOVE SN-PERIODO TO WS-SN-PERIODO(WS-SN-COUNT)
               MOVE SN-DEBE TO WS-SN-DEBE(WS-SN-COUNT)
               MOVE SN-HABER TO WS-SN-HABER(WS-SN-COUNT).

           GRABA-SALDOS.
               OPEN OUTPUT SALDOS-FILE
               PERFORM VARYING WS-SN-I FROM 1 BY 1
                       UNTIL WS-SN-I > WS-SN-COUNT
                   MOVE SPACES TO SALDO-RECORD
                   MOVE WS-SN-CUENTA(WS-SN-I) TO SN-CUENTA
                   MOVE WS-SN-CIA(WS-SN-I) TO SN-COMPANIA
                   MOVE WS-SN-PERIODO(WS-SN-I) TO SN-PERIODO
                   MOVE WS-SN-DEBE(WS-SN-I) TO SN-DEBE
                   MOVE WS-SN-HABER(WS-SN-I) TO SN-HABER
                   WRITE SALDO-RECORD
               END-PERFORM
               CLOSE SALDOS-FILE.

      * PRIMERA PASADA: SUMA CARGOS Y ABONOS PENDIENTES DE CADA POLIZA
      * DE LA COMPANIA Y ANOTA CUENTAS FUERA DE CATALOGO. SEGUNDA
      * PASADA: LAS POLIZAS CUADRADAS Y VALIDAS PASAN A SALDOS Y SE
      * MARCAN CONTABILIZADAS; EL DIARIO SE REESCRIBE VIA POLIZAS.NEW
           CONTABILIZA-POLIZAS.
               MOVE 0 TO WS-FO-COUNT
               MOVE 0 TO WS-FO-EXTRA
               MOVE 0 TO WS-CONT-CONTABILIZADOS
               MOVE 0 TO WS-CONT-RETENIDOS
               MOVE 0 TO WS-CONT-POLIZAS-OK
               MOVE 0 TO WS-CONT-POLIZAS-MAL
               MOVE "N" TO WS-PZ-EOF-SWITCH
               OPEN INPUT POLIZAS-FILE
               IF WS-PZ-STATUS NOT = "00"
                   DISPLAY "SIN POLIZAS.DAT, NADA QUE CONTABILIZAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-PZ-EOF
                   READ POLIZAS-FILE
                       AT END
                           SET WS-PZ-EOF TO TRUE
                       NOT AT END
                           PERFORM SUMA-RENGLON-POLIZA
                   END-READ
               END-PERFORM
               CLOSE POLIZAS-FILE
               IF WS-FO-COUNT = 0
                   DISPLAY "SIN POLIZAS PENDIENTES DE LA COMPANIA "
                       WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-FO-EXTRA > 0
                   DISPLAY "AVISO: " WS-FO-EXTRA " RENGLONES DE "
                       "POLIZAS MAS ALLA DEL TOPE (2000) QUEDAN "
                       "PENDIENTES"
               END-IF
               PERFORM VARYING WS-FO-I FROM 1 BY 1
                       UNTIL WS-FO-I > WS-FO-COUNT
                   PERFORM VALIDA-POLIZA
               END-PERFORM
               MOVE "N" TO WS-PZ-EOF-SWITCH
               OPEN INPUT POLIZAS-FILE
               OPEN OUTPUT POLIZAS-NUEVO
               PERFORM UNTIL WS-PZ-EOF
                   READ POLIZAS-FILE
                       AT END
                           SET WS-PZ-EOF TO TRUE
                       NOT AT END
                           PERFORM PASA-RENGLON-POLIZA
                           MOVE POLIZA-RECORD TO POLIZAS-NUEVO-RECORD
                           WRITE POLIZAS-NUEVO-RECORD
                   END-READ
               END-PERFORM
               CLOSE POLIZAS-FILE
               CLOSE POLIZAS-NUEVO
               CALL "SYSTEM" USING "mv POLIZAS.NEW POLIZAS.DAT"
               MOVE 0 TO RETURN-CODE
               IF WS-SN-CAMBIOS
                   PERFORM GRABA-SALDOS
                   MOVE "N" TO WS-SN-CAMBIOS-SW
               END-IF
               DISPLAY "POLIZAS CONTABILIZADAS: " WS-CONT-POLIZAS-OK
                   " (" WS-CONT-CONTABILIZADOS " RENGLONES)"
               DISPLAY "POLIZAS RETENIDAS:      " WS-CONT-POLIZAS-MAL
                   " (" WS-CONT-RETENIDOS " RENGLONES, VER "
                   "ERRORES.LOG)".

      * RENGLON PENDIENTE DE LA COMPANIA EN SESION; LA COMPANIA EN
      * BLANCO ES LA 01
           ES-RENGLON-DE-LA-CIA.
               MOVE PZ-COMPANIA TO WS-PZ-CIA-RENGLON
               IF WS-PZ-CIA-RENGLON = SPACES
                   MOVE "01" TO WS-PZ-CIA-RENGLON
               END-IF.

           SUMA-RENGLON-POLIZA.
               PERFORM ES-RENGLON-DE-LA-CIA
               IF NOT PZ-PENDIENTE
                       OR WS-PZ-CIA-RENGLON NOT = WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-FOLIO
               IF WS-FO-INDICE = 0
                   IF WS-FO-COUNT >= 2000
                       ADD 1 TO WS-FO-EXTRA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-FO-COUNT
                   MOVE WS-FO-COUNT TO WS-FO-INDICE
                   MOVE PZ-FOLIO TO WS-FO-FOLIO(WS-FO-INDICE)
                   MOVE PZ-PROGRAMA TO WS-FO-PROGRAMA(WS-FO-INDICE)
                   MOVE 0 TO WS-FO-DEBE(WS-FO-INDICE)
                   MOVE 0 TO WS-FO-HABER(WS-FO-INDICE)
                   MOVE SPACES TO WS-FO-CUENTA-MALA(WS-FO-INDICE)
               END-IF
               IF PZ-MONTO IS NOT NUMERIC
                       OR NOT (PZ-DEBE OR PZ-HABER)
                   MOVE "MONTO" TO WS-FO-CUENTA-MALA(WS-FO-INDICE)
                   EXIT PARAGRAPH
               END-IF
               IF PZ-DEBE
                   ADD PZ-MONTO TO WS-FO-DEBE(WS-FO-INDICE)
               ELSE
                   ADD PZ-MONTO TO WS-FO-HABER(WS-FO-INDICE)
               END-IF
               MOVE PZ-CUENTA TO WS-CN-BUSCADA
               PERFORM BUSCA-CUENTA
               IF WS-CN-INDICE = 0
                       AND WS-FO-CUENTA-MALA(WS-FO-INDICE) = SPACES
                   MOVE PZ-CUENTA TO WS-FO-CUENTA-MALA(WS-FO-INDICE)
               END-IF.

           BUSCA-FOLIO.
               MOVE 0 TO WS-FO-INDICE
               PERFORM VARYING WS-FO-I FROM 1 BY 1
                       UNTIL WS-FO-I > WS-FO-COUNT
                           OR WS-FO-INDICE > 0
                   IF WS-FO-FOLIO(WS-FO-I) = PZ-FOLIO
                           AND WS-FO-PROGRAMA(WS-FO-I) = PZ-PROGRAMA
                       MOVE WS-FO-I TO WS-FO-INDICE
                   END-IF
               END-PERFORM.

      * LA POLIZA DESCUADRADA O CON CUENTA FUERA DE CATALOGO QUEDA
      * PENDIENTE Y SE ANOTA EN ERRORES.LOG
           VALIDA-POLIZA.
               IF WS-FO-DEBE(WS-FO-I) NOT = WS-FO-HABER(WS-FO-I)
                   DISPLAY "POLIZA DESCUADRADA " WS-FO-FOLIO(WS-FO-I)
                       " " WS-FO-PROGRAMA(WS-FO-I)
                   MOVE "POLIZA-DESCUAD" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-FO-FOLIO(WS-FO-I) TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-POLIZAS-MAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-FO-CUENTA-MALA(WS-FO-I) NOT = SPACES
                   DISPLAY "POLIZA " WS-FO-FOLIO(WS-FO-I) " "
                       WS-FO-PROGRAMA(WS-FO-I) " CON CUENTA INVALIDA "
                       WS-FO-CUENTA-MALA(WS-FO-I)
                   MOVE SPACES TO WS-ERR-CAMPO-NOMBRE
                   STRING "CUENTA " WS-FO-CUENTA-MALA(WS-FO-I)
                       DELIMITED BY SIZE INTO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-FO-FOLIO(WS-FO-I) TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-POLIZAS-MAL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONT-POLIZAS-OK.

           PASA-RENGLON-POLIZA.
               PERFORM ES-RENGLON-DE-LA-CIA
               IF NOT PZ-PENDIENTE
                       OR WS-PZ-CIA-RENGLON NOT = WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-FOLIO
               IF WS-FO-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-FO-DEBE(WS-FO-INDICE) NOT =
                       WS-FO-HABER(WS-FO-INDICE)
                       OR WS-FO-CUENTA-MALA(WS-FO-INDICE) NOT = SPACES
                   ADD 1 TO WS-CONT-RETENIDOS
                   EXIT PARAGRAPH
               END-IF
               MOVE PZ-FECHA(1:6) TO WS-PERIODO-RENGLON
               PERFORM BUSCA-SALDO
               IF WS-SN-INDICE = 0
                   IF WS-SN-COUNT >= 20000
                       ADD 1 TO WS-CONT-RETENIDOS
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-SN-COUNT
                   MOVE WS-SN-COUNT TO WS-SN-INDICE
                   MOVE PZ-CUENTA TO WS-SN-CUENTA(WS-SN-INDICE)
                   MOVE WS-PZ-CIA-RENGLON TO WS-SN-CIA(WS-SN-INDICE)
                   MOVE WS-PERIODO-RENGLON TO
                       WS-SN-PERIODO(WS-SN-INDICE)
                   MOVE 0 TO WS-SN-DEBE(WS-SN-INDICE)
                   MOVE 0 TO WS-SN-HABER(WS-SN-INDICE)
               END-IF
               IF PZ-DEBE
                   ADD PZ-MONTO TO WS-SN-DEBE(WS-SN-INDICE)
               ELSE
                   ADD PZ-MONTO TO WS-SN-HABER(WS-SN-INDICE)
               END-IF
               SET WS-SN-CAMBIOS TO TRUE
               MOVE "C" TO PZ-ESTATUS
               MOVE WS-FECHA-HOY TO PZ-FECHA-CONT
               ADD 1 TO WS-CONT-CONTABILIZADOS.

           BUSCA-SALDO.
               MOVE 0 TO WS-SN-INDICE
               PERFORM VARYING WS-SN-I FROM 1 BY 1
                       UNTIL WS-SN-I > WS-SN-COUNT
                           OR WS-SN-INDICE > 0
                   IF WS-SN-CUENTA(WS-SN-I) = PZ-CUENTA
                           AND WS-SN-CIA(WS-SN-I) = WS-PZ-CIA-RENGLON
                           AND WS-SN-PERIODO(WS-SN-I) =
                               WS-PERIODO-RENGLON
                       MOVE WS-SN-I TO WS-SN-INDICE
                   END-IF
               END-PERFORM.

      * BALANZA DE COMPROBACION: SALDO INICIAL (PERIODOS ANTERIORES),
      * CARGOS Y ABONOS DEL PERIODO Y SALDO FINAL DE CADA CUENTA
           ESCRIBE-BALANZA.
               DISPLAY "INGRESA PERIODO (AAAAMM)"
               ACCEPT WS-PERIODO-TXT
               IF WS-PERIODO-TXT IS NOT NUMERIC
                   DISPLAY "PERIODO INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PERIODO-TXT TO WS-PERIODO-BAL
               IF WS-PB-MM < 1 OR WS-PB-MM > 12
                   DISPLAY "PERIODO INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-CONT-LISTADOS
               MOVE 0 TO WS-TOT-INICIAL
               MOVE 0 TO WS-TOT-CARGOS
               MOVE 0 TO WS-TOT-ABONOS
               MOVE 0 TO WS-TOT-FINAL
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-BALANZA-FILENAME
               STRING "BALANZA." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-BALANZA-FILENAME
               OPEN OUTPUT BALANZA-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO BALANZA-LINE
               WRITE BALANZA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO BALANZA-LINE
               WRITE BALANZA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO BALANZA-LINE
               WRITE BALANZA-LINE
               MOVE SPACES TO BALANZA-LINE
               STRING "BALANZA DE COMPROBACION DEL PERIODO "
                   WS-PERIODO-TXT " COMPANIA " WS-CIA-ACTUAL
                   DELIMITED BY SIZE INTO BALANZA-LINE
               WRITE BALANZA-LINE
               MOVE WS-TITULO-LINE TO BALANZA-LINE
               WRITE BALANZA-LINE
               PERFORM VARYING WS-CN-I FROM 1 BY 1
                       UNTIL WS-CN-I > WS-CN-COUNT
                   PERFORM ESCRIBE-LINEA-BALANZA
               END-PERFORM
               MOVE SPACES TO WS-DETALLE-LINE
               MOVE "TOTAL" TO WS-D-CUENTA
               MOVE WS-TOT-INICIAL TO WS-D-INICIAL
               MOVE WS-TOT-CARGOS TO WS-D-CARGOS
               MOVE WS-TOT-ABONOS TO WS-D-ABONOS
               MOVE WS-TOT-FINAL TO WS-D-FINAL
               MOVE WS-DETALLE-LINE TO BALANZA-LINE
               WRITE BALANZA-LINE
               IF WS-TOT-CARGOS = WS-TOT-ABONOS
                       AND WS-TOT-INICIAL = 0
                       AND WS-TOT-FINAL = 0
                   MOVE "BALANZA CUADRA" TO BALANZA-LINE
               ELSE
                   MOVE "BALANZA DESCUADRADA" TO BALANZA-LINE
               END-IF
               DISPLAY BALANZA-LINE
               WRITE BALANZA-LINE
               MOVE WS-REPORTE-PIE-LINE TO BALANZA-LINE
               WRITE BALANZA-LINE
               CLOSE BALANZA-REPORT
               MOVE "BALANZA" TO WS-RC-TIPO
               MOVE WS-BALANZA-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "BALANZA EN " WS-BALANZA-FILENAME.

      * CUENTA SIN MOVIMIENTO NI SALDO NO SE IMPRIME
           ESCRIBE-LINEA-BALANZA.
               MOVE 0 TO WS-SALDO-INICIAL
               MOVE 0 TO WS-CARGOS-PERIODO
               MOVE 0 TO WS-ABONOS-PERIODO
               PERFORM VARYING WS-SN-I FROM 1 BY 1
                       UNTIL WS-SN-I > WS-SN-COUNT
                   IF WS-SN-CUENTA(WS-SN-I) = WS-CN-CUENTA(WS-CN-I)
                           AND WS-SN-CIA(WS-SN-I) = WS-CIA-ACTUAL
                       IF WS-SN-PERIODO(WS-SN-I) < WS-PERIODO-BAL
                           ADD WS-SN-DEBE(WS-SN-I) TO WS-SALDO-INICIAL
                           SUBTRACT WS-SN-HABER(WS-SN-I) FROM
                               WS-SALDO-INICIAL
                       END-IF
                       IF WS-SN-PERIODO(WS-SN-I) = WS-PERIODO-BAL
                           ADD WS-SN-DEBE(WS-SN-I) TO WS-CARGOS-PERIODO
                           ADD WS-SN-HABER(WS-SN-I) TO
                               WS-ABONOS-PERIODO
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SALDO-INICIAL = 0 AND WS-CARGOS-PERIODO = 0
                       AND WS-ABONOS-PERIODO = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SALDO-FINAL = WS-SALDO-INICIAL
                   + WS-CARGOS-PERIODO - WS-ABONOS-PERIODO
               ADD WS-SALDO-INICIAL TO WS-TOT-INICIAL
               ADD WS-CARGOS-PERIODO TO WS-TOT-CARGOS
               ADD WS-ABONOS-PERIODO TO WS-TOT-ABONOS
               ADD WS-SALDO-FINAL TO WS-TOT-FINAL
               ADD 1 TO WS-CONT-LISTADOS
               MOVE WS-CN-CUENTA(WS-CN-I) TO WS-D-CUENTA
               MOVE WS-CN-NOMBRE(WS-CN-I) TO WS-D-NOMBRE
               MOVE WS-SALDO-INICIAL TO WS-D-INICIAL
               MOVE WS-CARGOS-PERIODO TO WS-D-CARGOS
               MOVE WS-ABONOS-PERIODO TO WS-D-ABONOS
               MOVE WS-SALDO-FINAL TO WS-D-FINAL
               MOVE WS-DETALLE-LINE TO BALANZA-LINE
               WRITE BALANZA-LINE.

       COPY PZPROC.
       COPY ERRPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
