      ******************************************************************
      * Author:
      * Date:
      * Purpose:   INSTALLMENT PAYMENT AGREEMENTS WITH A DAILY
      *            BROKEN-PROMISE CHECK
      * Tectonics: cobc
      * Note:      A collector signs a customer up to pay the debt in
      *            installments: total amount, number of installments
      *            (1 to 24), first due date and a monthly, fortnightly
      *            or weekly rhythm. The installments are equal, the
      *            odd cents go on the last one, and the whole schedule
      *            is kept in CONVENIO.DAT (shared CV copybooks); a
      *            customer has one active plan at a time. The R option
      *            is the daily check: it adds up the abonos actually
      *            posted (the archived days in ARCHTRAN.DAT, a reversed
      *            abono counts against) since the plan was signed and
      *            compares them with the installments already due,
      *            allowing 3 days of grace. A plan paid in full is
      *            closed as fulfilled; a customer who is short goes on
      *            the broken-promise report CONVENIO.yyyymmddhhmmss.RPT
      *            (catalogued), the plan is marked broken and a level 0
      *            line in COBRHIST.DAT opens a fresh dunning cycle, so
      *            the next dunning run writes to the customer again.
      *            While a plan is active the dunning run leaves the
      *            customer alone, and ANTIGUEDAD-SALDOS and
      *            CONSULTA-360 show the plan.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONVENIO-REPORT ASSIGN TO DYNAMIC
                   WS-CONVENIO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVENIO-RPT-STATUS.
           COPY CVSEL.
           COPY ANTSEL.
           COPY COBSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  CONVENIO-REPORT.
       01  CONVENIO-LINE           PIC X(100).

       COPY CVFD.

       COPY ANTFD.

       COPY COBFD.

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
       COPY CVWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-CONVENIO-RPT-STATUS  PIC XX.
       01  WS-COBH-STATUS          PIC XX.
       01  WS-ARCH-STATUS          PIC XX.
       01  WS-TA-STATUS            PIC XX.
       01  WS-ARCH-FILENAME        PIC X(40).
       01  WS-CONVENIO-FILENAME    PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-ARCH-SWITCH      PIC X VALUE "N".
           88  WS-EOF-ARCH         VALUE "Y".
       01  WS-EOF-TA-SWITCH        PIC X VALUE "N".
           88  WS-EOF-TA           VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-CANCELA          VALUE "C" "c".
           88  WS-REVISION         VALUE "R" "r".
           88  WS-SALIR            VALUE "X" "x".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CONFIRMA             PIC X.

       01  WS-FECHA-HOY            PIC 9(8).

      * CLIENTES DEL MAESTRO (ID, ESTATUS Y COMPANIA)
       01  WS-CLI-COUNT            PIC 9(5) VALUE 0.
       01  WS-CLIENTES-TABLE.
           05  WS-CLI-ENTRY OCCURS 10000 TIMES.
               10  WS-CLI-ID       PIC X(6).
               10  WS-CLI-ESTATUS  PIC X.
               10  WS-CLI-CIA      PIC X(2).
       01  WS-CLI-I                PIC 9(5) VALUE 0.
       01  WS-CLI-INDICE           PIC 9(5) VALUE 0.

      * CAPTURA DEL CONVENIO
       01  WS-ID-CAPTURA           PIC X(6).
       01  WS-MONTO-TXT            PIC X(9).
       01  WS-MONTO-NUM REDEFINES WS-MONTO-TXT PIC 9(7)V99.
       01  WS-PARC-TXT             PIC X(2).
       01  WS-PARC-NUM REDEFINES WS-PARC-TXT PIC 99.
       01  WS-PRIMERA-TXT          PIC X(8).
       01  WS-PRIMERA-NUM REDEFINES WS-PRIMERA-TXT PIC 9(8).
       01  WS-PRIMERA-R REDEFINES WS-PRIMERA-TXT.
           05  WS-PR-AAAA          PIC 9(4).
           05  WS-PR-MM            PIC 99.
           05  WS-PR-DD            PIC 99.
       01  WS-PERIODICIDAD         PIC X.
           88  WS-MENSUAL          VALUE "M" "m".
           88  WS-QUINCENAL        VALUE "Q" "q".
           88  WS-SEMANAL          VALUE "S" "s".
       01  WS-NUMERO-TXT           PIC X(5).
       01  WS-NUMERO-BUSCADO       PIC 9(5) VALUE 0.
       01  WS-NUMERO-MAYOR         PIC 9(5) VALUE 0.

      * CALENDARIO: PARCIALIDADES IGUALES, LOS CENTAVOS QUE SOBRAN
      * VAN EN LA ULTIMA; EL MENSUAL REPITE EL DIA (MAXIMO 28)
       01  WS-CUOTA                PIC 9(7)V99 VALUE 0.
       01  WS-V-I                  PIC 99 VALUE 0.
       01  WS-DIA-BASE             PIC 99 VALUE 0.
       01  WS-MESES                PIC 9(6) VALUE 0.
       01  WS-ANIO-CALC            PIC 9(4) VALUE 0.
       01  WS-MES-CALC             PIC 99 VALUE 0.
       01  WS-ENTERO-FECHA         PIC 9(8) VALUE 0.
       01  WS-FECHA-CALC           PIC 9(8) VALUE 0.
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           05  WS-FC-AAAA          PIC 9(4).
           05  WS-FC-MM            PIC 99.
           05  WS-FC-DD            PIC 99.

      * REVISION DIARIA: UNA PARCIALIDAD SE CONSIDERA EXIGIBLE
      * PASADOS LOS DIAS DE GRACIA DE SU VENCIMIENTO
       01  WS-DIAS-GRACIA          PIC 99 VALUE 3.
       01  WS-ENTERO-HOY           PIC 9(8) VALUE 0.
       01  WS-EXIGIBLE             PIC S9(9)V99 VALUE 0.
       01  WS-FECHA-MOV            PIC 9(8).
       01  WS-TA-CIA               PIC X(2).

       01  WS-RES-COUNT            PIC 9(4) VALUE 0.
       01  WS-RESULTADOS-TABLE.
           05  WS-RES-ENTRY OCCURS 2000 TIMES.
               10  WS-RES-TIPO     PIC X.
               10  WS-RES-CV       PIC 9(4).
               10  WS-RES-EXIGIBLE PIC S9(9)V99.
       01  WS-RES-I                PIC 9(4) VALUE 0.
       01  WS-SECCION              PIC X.

       01  WS-CONT-REVISADOS       PIC 9(5) VALUE 0.
       01  WS-CONT-CORRIENTE       PIC 9(5) VALUE 0.
       01  WS-CONT-ROTOS           PIC 9(5) VALUE 0.
       01  WS-CONT-CUMPLIDOS       PIC 9(5) VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(5) VALUE 0.
       01  WS-MONTO-EDIT           PIC ZZZZZZ9.99.

       01  WS-LISTA-LINE.
           05  WS-L-NUMERO         PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-ESTATUS        PIC X(12).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-ALTA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-TOTAL          PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-PARC           PIC Z9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-PAGADO         PIC -(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-REVISION       PIC 9(8).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(6) VALUE "NUM".
           05  FILLER              PIC X(7) VALUE "ID".
           05  FILLER              PIC X(13) VALUE "ESTATUS".
           05  FILLER              PIC X(9) VALUE "ALTA".
           05  FILLER              PIC X(11) VALUE "     TOTAL".
           05  FILLER              PIC X(3) VALUE "PA".
           05  FILLER              PIC X(13) VALUE "      PAGADO ".
           05  FILLER              PIC X(8) VALUE "REVISION".

       01  WS-DETALLE-LINE.
           05  WS-D-NUMERO         PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ALTA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-TOTAL          PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-EXIGIBLE       PIC -(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-PAGADO         PIC -(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FALTANTE       PIC -(8)9.99.

       01  WS-DET-TITULO-LINE.
           05  FILLER              PIC X(6) VALUE "NUM".
           05  FILLER              PIC X(7) VALUE "ID".
           05  FILLER              PIC X(9) VALUE "ALTA".
           05  FILLER              PIC X(11) VALUE "     TOTAL".
           05  FILLER              PIC X(13) VALUE "    EXIGIBLE".
           05  FILLER              PIC X(13) VALUE "       PAGADO".
           05  FILLER              PIC X(12) VALUE "    FALTANTE".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CONVENIO" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-CLIENTES-CONVENIO
               PERFORM CARGA-CONVENIOS
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA  L-LISTA  C-CANCELA  "
                       "R-REVISION DIARIA  X-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM ALTA-CONVENIO
                       WHEN WS-LISTA
                           PERFORM LISTA-CONVENIOS
                       WHEN WS-CANCELA
                           PERFORM CANCELA-CONVENIO
                       WHEN WS-REVISION
                           PERFORM REVISION-DIARIA
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-CLIENTES-CONVENIO.
               MOVE 0 TO WS-CLI-COUNT
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "AVISO: CLIENTE.DAT NO DISPONIBLE, NO SE "
                       "PUEDEN DAR DE ALTA CONVENIOS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND WS-CLI-COUNT < 10000
                               ADD 1 TO WS-CLI-COUNT
                               MOVE FD-CLIENTE-ID TO
                                   WS-CLI-ID(WS-CLI-COUNT)
                               MOVE FD-ESTATUS TO
                                   WS-CLI-ESTATUS(WS-CLI-COUNT)
                               MOVE FD-COMPANIA TO
                                   WS-CLI-CIA(WS-CLI-COUNT)
                               IF FD-COMPANIA = SPACES
                                   MOVE "01" TO
                                       WS-CLI-CIA(WS-CLI-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-MASTER.

           BUSCA-CLIENTE-CONVENIO.
               MOVE 0 TO WS-CLI-INDICE
               PERFORM VARYING WS-CLI-I FROM 1 BY 1
                       UNTIL WS-CLI-I > WS-CLI-COUNT
                           OR WS-CLI-INDICE > 0
                   IF WS-CLI-ID(WS-CLI-I) = WS-ID-CAPTURA
                       MOVE WS-CLI-I TO WS-CLI-INDICE
                   END-IF
               END-PERFORM.

      ******************************************************************
      * ALTA DE UN CONVENIO
      ******************************************************************
      * EL CLIENTE DEBE EXISTIR EN LA COMPANIA EN SESION, NO ESTAR
      * DADO DE BAJA NI TENER YA UN CONVENIO ACTIVO
           ALTA-CONVENIO.
               IF WS-CV-COUNT >= 2000
                   DISPLAY "CONVENIO.DAT LLENO (2000), NO HAY ALTAS"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ID DEL CLIENTE (6 DIGITOS)"
               MOVE SPACES TO WS-ID-CAPTURA
               ACCEPT WS-ID-CAPTURA
               PERFORM BUSCA-CLIENTE-CONVENIO
               IF WS-CLI-INDICE = 0
                   DISPLAY "CLIENTE NO EXISTE"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CLI-CIA(WS-CLI-INDICE) NOT = WS-CIA-ACTUAL
                   DISPLAY "CLIENTE DE OTRA COMPANIA"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CLI-ESTATUS(WS-CLI-INDICE) = "B"
                   DISPLAY "CLIENTE DADO DE BAJA"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ID-CAPTURA TO WS-CV-ID-BUSCADO
               PERFORM BUSCA-CONVENIO-CLIENTE
               IF WS-CV-INDICE > 0
                   IF WS-CV-EST(WS-CV-INDICE) = "A"
                       DISPLAY "EL CLIENTE YA TIENE UN CONVENIO ACTIVO"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-MONTO-TXT IS NUMERIC
                   DISPLAY "MONTO TOTAL DEL CONVENIO (9 DIGITOS, 2 "
                       "DECIMALES IMPLICITOS)"
                   ACCEPT WS-MONTO-TXT
               END-PERFORM
               IF WS-MONTO-NUM = 0
                   DISPLAY "EL MONTO DEBE SER MAYOR A CERO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-PARC-TXT IS NUMERIC
                   DISPLAY "NUMERO DE PARCIALIDADES (01-24)"
                   ACCEPT WS-PARC-TXT
               END-PERFORM
               IF WS-PARC-NUM < 1 OR WS-PARC-NUM > 24
                   DISPLAY "PARCIALIDADES FUERA DE RANGO (1 A 24)"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "FECHA DE LA PRIMERA PARCIALIDAD (AAAAMMDD)"
               MOVE SPACES TO WS-PRIMERA-TXT
               ACCEPT WS-PRIMERA-TXT
               IF WS-PRIMERA-TXT IS NOT NUMERIC
                       OR WS-PR-MM < 1 OR WS-PR-MM > 12
                       OR WS-PR-DD < 1 OR WS-PR-DD > 31
                   DISPLAY "FECHA INVALIDA"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FECHA-CALC = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PRIMERA-NUM))
               IF WS-FECHA-CALC NOT = WS-PRIMERA-NUM
                   DISPLAY "FECHA INVALIDA"
                   EXIT PARAGRAPH
               END-IF
               IF WS-PRIMERA-NUM < WS-FECHA-HOY
                   DISPLAY "LA PRIMERA PARCIALIDAD NO PUEDE SER "
                       "ANTERIOR A HOY (" WS-FECHA-HOY ")"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PERIODICIDAD: M-MENSUAL  Q-QUINCENAL  "
                   "S-SEMANAL"
               MOVE SPACE TO WS-PERIODICIDAD
               ACCEPT WS-PERIODICIDAD
               IF NOT WS-MENSUAL AND NOT WS-QUINCENAL
                       AND NOT WS-SEMANAL
                   DISPLAY "PERIODICIDAD INVALIDA"
                   EXIT PARAGRAPH
               END-IF
               PERFORM ARMA-CALENDARIO
               PERFORM MUESTRA-CALENDARIO
               DISPLAY "REGISTRAR EL CONVENIO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "CONVENIO NO REGISTRADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-AUD-OPERADOR TO CV-OPERADOR
               PERFORM SIGUIENTE-NUMERO-CONVENIO
               ADD 1 TO WS-CV-COUNT
               MOVE CV-CLIENTE-ID TO WS-CV-ID(WS-CV-COUNT)
               MOVE CV-COMPANIA TO WS-CV-CIA(WS-CV-COUNT)
               MOVE CV-ESTATUS TO WS-CV-EST(WS-CV-COUNT)
               MOVE CV-FECHA-ALTA TO WS-CV-ALTA(WS-CV-COUNT)
               MOVE 0 TO WS-CV-ABONADO(WS-CV-COUNT)
               MOVE CONVENIO-RECORD TO WS-CV-REG(WS-CV-COUNT)
               DISPLAY "CONVENIO " CV-NUMERO " REGISTRADO PARA "
                   CV-CLIENTE-ID
               PERFORM GRABA-CONVENIOS.

      * DEJA EL CONVENIO COMPLETO EN CONVENIO-RECORD
           ARMA-CALENDARIO.
               MOVE SPACES TO CONVENIO-RECORD
               MOVE WS-ID-CAPTURA TO CV-CLIENTE-ID
               MOVE WS-CIA-ACTUAL TO CV-COMPANIA
               MOVE 0 TO CV-NUMERO
               MOVE "A" TO CV-ESTATUS
               MOVE WS-FECHA-HOY TO CV-FECHA-ALTA
               MOVE WS-MONTO-NUM TO CV-TOTAL
               MOVE WS-PARC-NUM TO CV-PARCIALIDADES
               MOVE 0 TO CV-PAGADO
               MOVE 0 TO CV-FECHA-REVISION
               MOVE 0 TO CV-FECHA-ROTO
               PERFORM VARYING WS-V-I FROM 1 BY 1 UNTIL WS-V-I > 24
                   MOVE 0 TO CV-V-FECHA(WS-V-I)
                   MOVE 0 TO CV-V-MONTO(WS-V-I)
               END-PERFORM
               DIVIDE WS-MONTO-NUM BY WS-PARC-NUM GIVING WS-CUOTA
               MOVE WS-PR-DD TO WS-DIA-BASE
               IF WS-DIA-BASE > 28
                   MOVE 28 TO WS-DIA-BASE
               END-IF
               COMPUTE WS-ENTERO-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-PRIMERA-NUM)
               PERFORM VARYING WS-V-I FROM 1 BY 1
                       UNTIL WS-V-I > WS-PARC-NUM
                   EVALUATE TRUE
                       WHEN WS-V-I = 1
                           MOVE WS-PRIMERA-NUM TO WS-FECHA-CALC
                       WHEN WS-MENSUAL
                           COMPUTE WS-MESES = WS-PR-AAAA * 12 +
                               WS-PR-MM - 1 + WS-V-I - 1
                           DIVIDE WS-MESES BY 12 GIVING WS-ANIO-CALC
                               REMAINDER WS-MES-CALC
                           MOVE WS-ANIO-CALC TO WS-FC-AAAA
                           COMPUTE WS-FC-MM = WS-MES-CALC + 1
                           MOVE WS-DIA-BASE TO WS-FC-DD
                       WHEN WS-QUINCENAL
                           COMPUTE WS-FECHA-CALC =
                               FUNCTION DATE-OF-INTEGER(
                                   WS-ENTERO-FECHA + (WS-V-I - 1) * 15)
                       WHEN OTHER
                           COMPUTE WS-FECHA-CALC =
                               FUNCTION DATE-OF-INTEGER(
                                   WS-ENTERO-FECHA + (WS-V-I - 1) * 7)
                   END-EVALUATE
                   MOVE WS-FECHA-CALC TO CV-V-FECHA(WS-V-I)
                   MOVE WS-CUOTA TO CV-V-MONTO(WS-V-I)
               END-PERFORM
               COMPUTE CV-V-MONTO(WS-PARC-NUM) = WS-MONTO-NUM -
                   WS-CUOTA * WS-PARC-NUM + WS-CUOTA.

           MUESTRA-CALENDARIO.
               MOVE CV-TOTAL TO WS-MONTO-EDIT
               DISPLAY "CLIENTE " CV-CLIENTE-ID "  TOTAL "
                   WS-MONTO-EDIT "  PARCIALIDADES " CV-PARCIALIDADES
               PERFORM VARYING WS-V-I FROM 1 BY 1
                       UNTIL WS-V-I > CV-PARCIALIDADES
                   MOVE CV-V-MONTO(WS-V-I) TO WS-MONTO-EDIT
                   DISPLAY "  " WS-V-I "  " CV-V-FECHA(WS-V-I) "  "
                       WS-MONTO-EDIT
               END-PERFORM.

           SIGUIENTE-NUMERO-CONVENIO.
               MOVE 0 TO WS-NUMERO-MAYOR
               PERFORM VARYING WS-CV-I FROM 1 BY 1
                       UNTIL WS-CV-I > WS-CV-COUNT
                   IF WS-CV-REG(WS-CV-I)(9:5) IS NUMERIC
                       IF WS-CV-REG(WS-CV-I)(9:5) > WS-NUMERO-MAYOR
                           MOVE WS-CV-REG(WS-CV-I)(9:5) TO
                               WS-NUMERO-MAYOR
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE CV-NUMERO = WS-NUMERO-MAYOR + 1.

      ******************************************************************
      * CONSULTA Y CANCELACION
      ******************************************************************
           LISTA-CONVENIOS.
               MOVE 0 TO WS-CONT-LISTADOS
               DISPLAY WS-TITULO-LINE
               PERFORM VARYING WS-CV-I FROM 1 BY 1
                       UNTIL WS-CV-I > WS-CV-COUNT
                   IF WS-CV-CIA(WS-CV-I) = WS-CIA-ACTUAL
                       MOVE WS-CV-REG(WS-CV-I) TO CONVENIO-RECORD
                       PERFORM ARMA-LINEA-LISTA
                       DISPLAY WS-LISTA-LINE
                       ADD 1 TO WS-CONT-LISTADOS
                   END-IF
               END-PERFORM
               IF WS-CONT-LISTADOS = 0
                   DISPLAY "SIN CONVENIOS EN LA COMPANIA "
                       WS-CIA-ACTUAL
               END-IF.

           ARMA-LINEA-LISTA.
               MOVE CV-NUMERO TO WS-L-NUMERO
               MOVE CV-CLIENTE-ID TO WS-L-CLIENTE
               EVALUATE TRUE
                   WHEN CV-ACTIVO
                       MOVE "ACTIVO" TO WS-L-ESTATUS
                   WHEN CV-ROTO
                       MOVE "PROMESA ROTA" TO WS-L-ESTATUS
                   WHEN CV-CUMPLIDO
                       MOVE "CUMPLIDO" TO WS-L-ESTATUS
                   WHEN CV-CANCELADO
                       MOVE "CANCELADO" TO WS-L-ESTATUS
                   WHEN OTHER
                       MOVE CV-ESTATUS TO WS-L-ESTATUS
               END-EVALUATE
               MOVE CV-FECHA-ALTA TO WS-L-ALTA
               MOVE CV-TOTAL TO WS-L-TOTAL
               MOVE CV-PARCIALIDADES TO WS-L-PARC
               MOVE CV-PAGADO TO WS-L-PAGADO
               MOVE CV-FECHA-REVISION TO WS-L-REVISION.

      * SOLO SE CANCELA UN CONVENIO ACTIVO; EL CLIENTE VUELVE A LA
      * COBRANZA NORMAL SIN REINICIAR SU CICLO DE CARTAS
           CANCELA-CONVENIO.
               DISPLAY "NUMERO DE CONVENIO A CANCELAR"
               MOVE SPACES TO WS-NUMERO-TXT
               ACCEPT WS-NUMERO-TXT
               IF FUNCTION TRIM(WS-NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "NUMERO INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-NUMERO-BUSCADO =
                   FUNCTION NUMVAL(WS-NUMERO-TXT)
               MOVE 0 TO WS-CV-INDICE
               PERFORM VARYING WS-CV-I FROM 1 BY 1
                       UNTIL WS-CV-I > WS-CV-COUNT
                           OR WS-CV-INDICE > 0
                   MOVE WS-CV-REG(WS-CV-I) TO CONVENIO-RECORD
                   IF CV-NUMERO = WS-NUMERO-BUSCADO
                           AND WS-CV-CIA(WS-CV-I) = WS-CIA-ACTUAL
                       MOVE WS-CV-I TO WS-CV-INDICE
                   END-IF
               END-PERFORM
               IF WS-CV-INDICE = 0
                   DISPLAY "CONVENIO NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CV-REG(WS-CV-INDICE) TO CONVENIO-RECORD
               IF NOT CV-ACTIVO
                   DISPLAY "EL CONVENIO NO ESTA ACTIVO"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CANCELAR EL CONVENIO " CV-NUMERO " DE "
                   CV-CLIENTE-ID " (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "CONVENIO SIN CAMBIO"
                   EXIT PARAGRAPH
               END-IF
               MOVE "X" TO CV-ESTATUS
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-AUD-OPERADOR TO CV-OPERADOR
               MOVE CV-ESTATUS TO WS-CV-EST(WS-CV-INDICE)
               MOVE CONVENIO-RECORD TO WS-CV-REG(WS-CV-INDICE)
               DISPLAY "CONVENIO " CV-NUMERO " CANCELADO"
               PERFORM GRABA-CONVENIOS.

      ******************************************************************
      * REVISION DIARIA DE PROMESAS
      ******************************************************************
      * LO ABONADO SE TOMA DE LOS DIAS YA POSTEADOS Y ARCHIVADOS; UN
      * ABONO CAPTURADO HOY Y AUN NO POSTEADO NO CUENTA TODAVIA
           REVISION-DIARIA.
               MOVE 0 TO WS-RES-COUNT
               MOVE 0 TO WS-CONT-REVISADOS
               MOVE 0 TO WS-CONT-CORRIENTE
               MOVE 0 TO WS-CONT-ROTOS
               MOVE 0 TO WS-CONT-CUMPLIDOS
               PERFORM VARYING WS-CV-I FROM 1 BY 1
                       UNTIL WS-CV-I > WS-CV-COUNT
                   MOVE 0 TO WS-CV-ABONADO(WS-CV-I)
               END-PERFORM
               PERFORM SUMA-ABONOS-ARCHIVADOS
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-CONVENIO-FILENAME
               STRING "CONVENIO." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CONVENIO-FILENAME
               OPEN EXTEND COBRANZA-HIST-FILE
               IF WS-COBH-STATUS = "05" OR WS-COBH-STATUS = "35"
                   CLOSE COBRANZA-HIST-FILE
                   OPEN OUTPUT COBRANZA-HIST-FILE
               END-IF
               COMPUTE WS-ENTERO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               PERFORM VARYING WS-CV-I FROM 1 BY 1
                       UNTIL WS-CV-I > WS-CV-COUNT
                   IF WS-CV-EST(WS-CV-I) = "A"
                           AND WS-CV-CIA(WS-CV-I) = WS-CIA-ACTUAL
                       PERFORM REVISA-CONVENIO
                   END-IF
               END-PERFORM
               CLOSE COBRANZA-HIST-FILE
               PERFORM GRABA-CONVENIOS
               PERFORM ESCRIBE-REPORTE-CONVENIOS.

           SUMA-ABONOS-ARCHIVADOS.
               MOVE "N" TO WS-EOF-ARCH-SWITCH
               OPEN INPUT ARCHIVO-REGISTRO
               IF WS-ARCH-STATUS NOT = "00"
                   DISPLAY "SIN DIAS ARCHIVADOS (ARCHTRAN.DAT)"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-ARCH
                   READ ARCHIVO-REGISTRO
                       AT END
                           SET WS-EOF-ARCH TO TRUE
                       NOT AT END
                           PERFORM LEE-DIA-ARCHIVADO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-REGISTRO.

           LEE-DIA-ARCHIVADO.
               MOVE AR-ARCHIVO TO WS-ARCH-FILENAME
               MOVE "N" TO WS-EOF-TA-SWITCH
               OPEN INPUT TRANS-ARCHIVADO
               IF WS-TA-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-TA
                   READ TRANS-ARCHIVADO
                       AT END
                           SET WS-EOF-TA TO TRUE
                       NOT AT END
                           IF TRANS-ARCH-RECORD(1:3) NOT = "TRL"
                                   AND TA-MONTO IS NUMERIC
                               PERFORM ACUMULA-ABONO-CONVENIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-ARCHIVADO.

      * UN ABONO SUMA Y UN REVERSO DE ABONO RESTA, SOLO SI CAE EN O
      * DESPUES DE LA FECHA DE ALTA DEL CONVENIO ACTIVO DEL CLIENTE
           ACUMULA-ABONO-CONVENIO.
               IF TA-TIPO NOT = "A"
                       AND NOT (TA-TIPO = "R"
                           AND TA-TIPO-ORIGINAL = "A")
                   EXIT PARAGRAPH
               END-IF
               MOVE TA-FECHA TO WS-FECHA-MOV
               IF TA-FECHA IS NOT NUMERIC
                   MOVE AR-FECHA TO WS-FECHA-MOV
               END-IF
               MOVE TA-COMPANIA TO WS-TA-CIA
               IF WS-TA-CIA = SPACES
                   MOVE "01" TO WS-TA-CIA
               END-IF
               PERFORM VARYING WS-CV-I FROM 1 BY 1
                       UNTIL WS-CV-I > WS-CV-COUNT
                   IF WS-CV-EST(WS-CV-I) = "A"
                           AND WS-CV-ID(WS-CV-I) = TA-CLIENTE-ID
                           AND WS-CV-CIA(WS-CV-I) = WS-TA-CIA
                           AND WS-FECHA-MOV >= WS-CV-ALTA(WS-CV-I)
                       IF TA-TIPO = "A"
                           ADD TA-MONTO TO WS-CV-ABONADO(WS-CV-I)
                       ELSE
                           SUBTRACT TA-MONTO FROM
                               WS-CV-ABONADO(WS-CV-I)
                       END-IF
                   END-IF
               END-PERFORM.

      * EXIGIBLE ES LA SUMA DE LAS PARCIALIDADES CUYO VENCIMIENTO MAS
      * LOS DIAS DE GRACIA YA PASO. PAGADO EL TOTAL SE CUMPLE; SI LO
      * PAGADO NO ALCANZA LO EXIGIBLE LA PROMESA SE ROMPE
           REVISA-CONVENIO.
               MOVE WS-CV-REG(WS-CV-I) TO CONVENIO-RECORD
               ADD 1 TO WS-CONT-REVISADOS
               MOVE 0 TO WS-EXIGIBLE
               PERFORM VARYING WS-V-I FROM 1 BY 1
                       UNTIL WS-V-I > CV-PARCIALIDADES
                           OR WS-V-I > 24
                   IF CV-V-FECHA(WS-V-I) > 0
                       IF FUNCTION INTEGER-OF-DATE(CV-V-FECHA(WS-V-I))
                               + WS-DIAS-GRACIA < WS-ENTERO-HOY
                           ADD CV-V-MONTO(WS-V-I) TO WS-EXIGIBLE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-CV-ABONADO(WS-CV-I) TO CV-PAGADO
               MOVE WS-FECHA-HOY TO CV-FECHA-REVISION
               EVALUATE TRUE
                   WHEN CV-PAGADO >= CV-TOTAL
                       MOVE "C" TO CV-ESTATUS
                       ADD 1 TO WS-CONT-CUMPLIDOS
                       PERFORM ANOTA-RESULTADO
                   WHEN CV-PAGADO < WS-EXIGIBLE
                       MOVE "R" TO CV-ESTATUS
                       MOVE WS-FECHA-HOY TO CV-FECHA-ROTO
                       ADD 1 TO WS-CONT-ROTOS
                       PERFORM ANOTA-RESULTADO
                       PERFORM REGRESA-A-COBRANZA
                   WHEN OTHER
                       ADD 1 TO WS-CONT-CORRIENTE
               END-EVALUATE
               MOVE CV-ESTATUS TO WS-CV-EST(WS-CV-I)
               MOVE CONVENIO-RECORD TO WS-CV-REG(WS-CV-I).

           ANOTA-RESULTADO.
               IF WS-RES-COUNT < 2000
                   ADD 1 TO WS-RES-COUNT
                   MOVE CV-ESTATUS TO WS-RES-TIPO(WS-RES-COUNT)
                   MOVE WS-CV-I TO WS-RES-CV(WS-RES-COUNT)
                   MOVE WS-EXIGIBLE TO WS-RES-EXIGIBLE(WS-RES-COUNT)
               END-IF.

      * UN RENGLON NIVEL 0 ABRE UN CICLO NUEVO: LA SIGUIENTE CORRIDA
      * DE COBRANZA VUELVE A ESCRIBIRLE AL CLIENTE DESDE SU CUBETA
           REGRESA-A-COBRANZA.
               MOVE SPACES TO COBRANZA-HIST-RECORD
               MOVE CV-CLIENTE-ID TO CH-CLIENTE-ID
               MOVE CV-COMPANIA TO CH-COMPANIA
               MOVE 0 TO CH-NIVEL
               MOVE WS-FECHA-HOY TO CH-FECHA
               COMPUTE CH-VENCIDO = WS-EXIGIBLE - CV-PAGADO
               MOVE WS-CONVENIO-FILENAME TO CH-CARTAS-ARCHIVO
               WRITE COBRANZA-HIST-RECORD.

           ESCRIBE-REPORTE-CONVENIOS.
               OPEN OUTPUT CONVENIO-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE WS-DET-TITULO-LINE TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE "=== PROMESAS ROTAS ===" TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE "R" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-CONVENIOS
               MOVE "=== CONVENIOS CUMPLIDOS ===" TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE "C" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-CONVENIOS
               MOVE SPACES TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE SPACES TO CONVENIO-LINE
               STRING "REVISADOS: " WS-CONT-REVISADOS
                   "  AL CORRIENTE: " WS-CONT-CORRIENTE
                   "  ROTOS: " WS-CONT-ROTOS
                   "  CUMPLIDOS: " WS-CONT-CUMPLIDOS
                   DELIMITED BY SIZE INTO CONVENIO-LINE
               WRITE CONVENIO-LINE
               MOVE WS-REPORTE-PIE-LINE TO CONVENIO-LINE
               WRITE CONVENIO-LINE
               CLOSE CONVENIO-REPORT
               MOVE "CONVENIO" TO WS-RC-TIPO
               MOVE WS-CONVENIO-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-REVISADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REVISION DE CONVENIOS EN " WS-CONVENIO-FILENAME
               DISPLAY "  REVISADOS      " WS-CONT-REVISADOS
               DISPLAY "  AL CORRIENTE   " WS-CONT-CORRIENTE
               DISPLAY "  PROMESAS ROTAS " WS-CONT-ROTOS
               DISPLAY "  CUMPLIDOS      " WS-CONT-CUMPLIDOS.

           ESCRIBE-SECCION-CONVENIOS.
               PERFORM VARYING WS-RES-I FROM 1 BY 1
                       UNTIL WS-RES-I > WS-RES-COUNT
                   IF WS-RES-TIPO(WS-RES-I) = WS-SECCION
                       MOVE WS-CV-REG(WS-RES-CV(WS-RES-I)) TO
                           CONVENIO-RECORD
                       MOVE CV-NUMERO TO WS-D-NUMERO
                       MOVE CV-CLIENTE-ID TO WS-D-CLIENTE
                       MOVE CV-FECHA-ALTA TO WS-D-ALTA
                       MOVE CV-TOTAL TO WS-D-TOTAL
                       MOVE WS-RES-EXIGIBLE(WS-RES-I) TO
                           WS-D-EXIGIBLE
                       MOVE CV-PAGADO TO WS-D-PAGADO
                       IF WS-SECCION = "R"
                           COMPUTE WS-D-FALTANTE =
                               WS-RES-EXIGIBLE(WS-RES-I) - CV-PAGADO
                       ELSE
                           MOVE 0 TO WS-D-FALTANTE
                       END-IF
                       MOVE WS-DETALLE-LINE TO CONVENIO-LINE
                       WRITE CONVENIO-LINE
                   END-IF
               END-PERFORM.

       COPY CVPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
