      ******************************************************************
      * Author:
      * Date:
      * Purpose:   AUTOMATIC CASH APPLICATION FROM THE BANK'S
      *            INCOMING-PAYMENT FILE, WITH A SUSPENSE FILE FOR
      *            PAYMENTS THAT CANNOT BE APPLIED
      * Tectonics: cobc
      * Note:      COBROS.IMP carries the transfers customers made
      *            straight to the company account, semicolon-
      *            delimited FECHA;FOLIO;REFERENCIA;MONTO (FOLIO is
      *            the bank's operation number, amount 9 digits with
      *            2 implied decimals). The first 6 characters of the
      *            payment reference are the CLIENTE-ID, verified
      *            with the shop's modulo-11 check digit; anything
      *            after it names the open item being paid. The I
      *            option takes the file: a good payment becomes an
      *            abono (type A) in TRANSACC.DAT through the
      *            controlled append, for the next posting run; a
      *            payment from a merged customer goes to its
      *            survivor (FUSIONES.DAT); an unknown or bad
      *            reference goes to SUSPENSO.DAT; a folio already
      *            taken (COBROHIS.DAT or earlier in the same file)
      *            is a duplicate and is not applied again. The run
      *            report COBROBCO.yyyymmddhhmmss.RPT lists applied,
      *            suspended and duplicate payments with totals and
      *            is catalogued; malformed rows go to ERRORES.LOG.
      *            The S option works the pending suspense items by
      *            hand: the operator assigns the right customer (the
      *            abono is then appended to TRANSACC.DAT) or marks
      *            the payment returned to the bank.
      *            Every abono written, by the I run or from the
      *            suspense file, is journaled in POLIZAS.DAT under the
      *            business date as a bank receipt (type AB) against
      *            the receipts-to-apply account the posting run
      *            clears, per the COBROBCO rows of MAPACONT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBROS-FILE ASSIGN TO "COBROS.IMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBROS-STATUS.
           SELECT COBROHIS-FILE ASSIGN TO "COBROHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-STATUS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-STATUS.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FUSIONES-FILE ASSIGN TO "FUSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUS-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT COBROBCO-REPORT ASSIGN TO DYNAMIC
                   WS-COBROBCO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBROBCO-STATUS.
           COPY TRAPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY PZSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  COBROS-FILE.
       01  COBROS-LINE             PIC X(80).

      * UN RENGLON POR FOLIO YA TOMADO (APLICADO O A SUSPENSO); ES LA
      * PRUEBA DE DUPLICADO DE LAS CORRIDAS SIGUIENTES
       FD  COBROHIS-FILE.
       01  COBROHIS-RECORD.
           05  CH-FECHA            PIC 9(8).
           05  CH-FOLIO            PIC X(12).
           05  CH-CLIENTE-ID       PIC X(6).
           05  CH-MONTO            PIC 9(7)V99.
           05  CH-ESTATUS          PIC X.
           05  CH-FECHA-PROCESO    PIC 9(8).
           05  CH-COMPANIA         PIC X(2).

      * PARTIDAS EN SUSPENSO: P PENDIENTE, A APLICADA A MANO,
      * D DEVUELTA AL BANCO
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD.
           05  SU-FOLIO            PIC X(12).
           05  SU-FECHA            PIC 9(8).
           05  SU-REFERENCIA       PIC X(16).
           05  SU-MONTO            PIC 9(7)V99.
           05  SU-MOTIVO           PIC X(24).
           05  SU-ESTATUS          PIC X.
           05  SU-CLIENTE-ID       PIC X(6).
           05  SU-OPERADOR         PIC X(8).
           05  SU-FECHA-RESOL      PIC 9(8).
           05  SU-COMPANIA         PIC X(2).

       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  FUSIONES-FILE.
       01  FUSION-RECORD.
           05  FU-DUPLICADO        PIC X(6).
           05  FU-SUPERVIVIENTE    PIC X(6).
           05  FU-OPERADOR         PIC X(8).
           05  FU-FECHA            PIC 9(8).
           05  FU-HORA             PIC 9(8).

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  COBROBCO-REPORT.
       01  COBROBCO-LINE           PIC X(100).

       COPY TRAPFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.
       COPY ERRFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY TRAPWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY ERRWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY PZWS.

       01  WS-COBROS-STATUS        PIC XX.
       01  WS-HIS-STATUS           PIC XX.
       01  WS-SUS-STATUS           PIC XX.
       01  WS-FILE-STATUS          PIC XX.
       01  WS-FUS-STATUS           PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-COBROBCO-STATUS      PIC XX.
       01  WS-COBROBCO-FILENAME    PIC X(40).

       01  WS-EOF-COBROS-SWITCH    PIC X VALUE "N".
           88  WS-EOF-COBROS       VALUE "Y".
       01  WS-EOF-HIS-SWITCH       PIC X VALUE "N".
           88  WS-EOF-HIS          VALUE "Y".
       01  WS-EOF-SUS-SWITCH       PIC X VALUE "N".
           88  WS-EOF-SUS          VALUE "Y".
       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-FUS-SWITCH       PIC X VALUE "N".
           88  WS-EOF-FUS          VALUE "Y".
       01  WS-HALLADO-SWITCH       PIC X VALUE "N".
           88  WS-HALLADO          VALUE "Y".
       01  WS-ID-VALIDO-SWITCH     PIC X VALUE "N".
           88  WS-ID-VALIDO        VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-INTAKE           VALUE "I" "i".
           88  WS-SUSPENSO         VALUE "S" "s".
           88  WS-SALIR            VALUE "X" "x".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CONFIRMA             PIC X.

       01  WS-FECHA-HOY            PIC 9(8).

      * CAMPOS DE LA FILA DEL BANCO
       01  WS-CB-FECHA             PIC X(8).
       01  WS-CB-FECHA-NUM REDEFINES WS-CB-FECHA PIC 9(8).
       01  WS-CB-FOLIO             PIC X(12).
       01  WS-CB-REFERENCIA        PIC X(16).
       01  WS-CB-REF-PARTES REDEFINES WS-CB-REFERENCIA.
           05  WS-CB-REF-ID        PIC X(6).
           05  WS-CB-REF-PARTIDA   PIC X(10).
       01  WS-CB-MONTO-TXT         PIC X(9).
       01  WS-CB-MONTO-NUM REDEFINES WS-CB-MONTO-TXT
                                   PIC 9(7)V99.

      * DIGITO VERIFICADOR DEL ESTANDAR DE ID (5 DIGITOS DE
      * SECUENCIA Y MODULO 11 PESADO 6-5-4-3-2)
       01  WS-ID-TRABAJO.
           05  WS-ID-SECUENCIA     PIC 9(5).
           05  WS-ID-DIGITO        PIC 9.
       01  WS-ID-SECUENCIA-R REDEFINES WS-ID-TRABAJO.
           05  WS-ID-DIG OCCURS 6 TIMES PIC 9.
       01  WS-ID-SUMA-PESADA       PIC 9(4) VALUE 0.
       01  WS-ID-COCIENTE          PIC 9(4) VALUE 0.
       01  WS-ID-RESIDUO           PIC 99 VALUE 0.
       01  WS-ID-DV-CALC           PIC 99 VALUE 0.
       01  WS-ID-A-VALIDAR         PIC X(6).
       01  WS-ID-DESTINO           PIC X(6).
       01  WS-MOTIVO               PIC X(24).
       01  WS-NOTA                 PIC X(24).

      * CLIENTES DEL MAESTRO (ID, ESTATUS Y COMPANIA)
       01  WS-CLI-COUNT            PIC 9(5) VALUE 0.
       01  WS-CLIENTES-TABLE.
           05  WS-CLI-ENTRY OCCURS 10000 TIMES.
               10  WS-CLI-ID       PIC X(6).
               10  WS-CLI-ESTATUS  PIC X.
               10  WS-CLI-CIA      PIC X(2).
       01  WS-CLI-I                PIC 9(5) VALUE 0.
       01  WS-CLI-INDICE           PIC 9(5) VALUE 0.

      * FUSIONES: DUPLICADO DADO DE BAJA Y SU SOBREVIVIENTE
       01  WS-FUS-COUNT            PIC 9(4) VALUE 0.
       01  WS-FUSIONES-TABLE.
           05  WS-FUS-ENTRY OCCURS 2000 TIMES.
               10  WS-FUS-DUP      PIC X(6).
               10  WS-FUS-SOB      PIC X(6).
       01  WS-FUS-I                PIC 9(4) VALUE 0.

      * FOLIOS YA TOMADOS, DEL HISTORICO Y DE ESTA MISMA CORRIDA
       01  WS-HIS-COUNT            PIC 9(5) VALUE 0.
       01  WS-HISTORICO-TABLE.
           05  WS-HIS-ENTRY OCCURS 20000 TIMES.
               10  WS-HIS-FECHA    PIC 9(8).
               10  WS-HIS-FOLIO    PIC X(12).
       01  WS-HIS-I                PIC 9(5) VALUE 0.
       01  WS-HIS-LLENO-SWITCH     PIC X VALUE "N".
           88  WS-HIS-LLENO        VALUE "Y".

      * RESULTADO DE CADA FILA DE LA CORRIDA: A APLICADA,
      * S SUSPENSO, D DUPLICADA
       01  WS-RES-COUNT            PIC 9(4) VALUE 0.
       01  WS-RESULTADOS-TABLE.
           05  WS-RES-ENTRY OCCURS 2000 TIMES.
               10  WS-RES-TIPO     PIC X.
               10  WS-RES-FECHA    PIC 9(8).
               10  WS-RES-FOLIO    PIC X(12).
               10  WS-RES-REF      PIC X(16).
               10  WS-RES-CLIENTE  PIC X(6).
               10  WS-RES-MONTO    PIC 9(7)V99.
               10  WS-RES-NOTA     PIC X(24).
       01  WS-RES-I                PIC 9(4) VALUE 0.

      * SUSPENSO COMPLETO, PARA TRABAJARLO Y REGRABARLO
       01  WS-SUS-COUNT            PIC 9(5) VALUE 0.
       01  WS-SUSPENSO-TABLE.
           05  WS-SUS-ENTRY OCCURS 5000 TIMES.
               10  WS-SU-REG       PIC X(94).
       01  WS-SUS-I                PIC 9(5) VALUE 0.
       01  WS-SUS-ELEGIDO          PIC 9(5) VALUE 0.
       01  WS-SUS-ELEGIDO-TXT      PIC X(5).
       01  WS-SUS-PENDIENTES       PIC 9(5) VALUE 0.
       01  WS-SUS-NUEVOS           PIC 9(5) VALUE 0.
       01  WS-ID-CAPTURA           PIC X(6).
       01  WS-MONTO-EDIT           PIC ZZZZZZ9.99.
       01  WS-ACCION               PIC X.
           88  WS-ACC-ASIGNA       VALUE "C" "c".
           88  WS-ACC-DEVUELVE     VALUE "D" "d".

       01  WS-CONT-LEIDAS          PIC 9(5) VALUE 0.
       01  WS-CONT-APLICADAS       PIC 9(5) VALUE 0.
       01  WS-CONT-SUSPENSO        PIC 9(5) VALUE 0.
       01  WS-CONT-DUPLICADAS      PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADAS      PIC 9(5) VALUE 0.
       01  WS-MONTO-APLICADO       PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-SUSPENSO       PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-DUPLICADO      PIC 9(9)V99 VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FOLIO          PIC X(12).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-REF            PIC X(16).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-MONTO          PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOTA           PIC X(24).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(9) VALUE "FECHA".
           05  FILLER              PIC X(13) VALUE "FOLIO".
           05  FILLER              PIC X(17) VALUE "REFERENCIA".
           05  FILLER              PIC X(7) VALUE "CLIENTE".
           05  FILLER              PIC X(12) VALUE "      MONTO".
           05  FILLER              PIC X(24) VALUE "NOTA".

       01  WS-TOTALES-LINE.
           05  WS-T-ETIQUETA       PIC X(22).
           05  WS-T-CONT           PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE "  ".
           05  WS-T-MONTO          PIC ZZZZZZZZ9.99.

       01  WS-SUS-LISTA-LINE.
           05  WS-SL-NUM           PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-SL-FECHA         PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-SL-FOLIO         PIC X(12).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-SL-REF           PIC X(16).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-SL-MONTO         PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-SL-MOTIVO        PIC X(24).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "COBROBCO" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-CLIENTES-COBRO
               PERFORM CARGA-FUSIONES
               PERFORM ABRE-POLIZA
               PERFORM UNTIL WS-FIN
                   DISPLAY "I-INTEGRA COBROS.IMP  S-TRABAJA SUSPENSO"
                       "  X-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-INTAKE
                           PERFORM INTEGRA-COBROS
                       WHEN WS-SUSPENSO
                           PERFORM TRABAJA-SUSPENSO
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               IF WS-CONT-RECHAZADAS > 0
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * LA BAJA SE CONSERVA EN LA TABLA PARA PODER SEGUIR UN ID
      * FUSIONADO HASTA SU SOBREVIVIENTE
           CARGA-CLIENTES-COBRO.
               MOVE 0 TO WS-CLI-COUNT
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "AVISO: CLIENTE.DAT NO DISPONIBLE, TODO "
                       "COBRO IRA A SUSPENSO"
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

           CARGA-FUSIONES.
               MOVE 0 TO WS-FUS-COUNT
               MOVE "N" TO WS-EOF-FUS-SWITCH
               OPEN INPUT FUSIONES-FILE
               IF WS-FUS-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-FUS
                   READ FUSIONES-FILE
                       AT END
                           SET WS-EOF-FUS TO TRUE
                       NOT AT END
                           IF WS-FUS-COUNT < 2000
                               ADD 1 TO WS-FUS-COUNT
                               MOVE FU-DUPLICADO TO
                                   WS-FUS-DUP(WS-FUS-COUNT)
                               MOVE FU-SUPERVIVIENTE TO
                                   WS-FUS-SOB(WS-FUS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUSIONES-FILE.

           CARGA-HISTORICO.
               MOVE 0 TO WS-HIS-COUNT
               MOVE "N" TO WS-HIS-LLENO-SWITCH
               MOVE "N" TO WS-EOF-HIS-SWITCH
               OPEN INPUT COBROHIS-FILE
               IF WS-HIS-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-HIS
                   READ COBROHIS-FILE
                       AT END
                           SET WS-EOF-HIS TO TRUE
                       NOT AT END
                           IF CH-COMPANIA = WS-CIA-ACTUAL
                               PERFORM AGREGA-FOLIO-TOMADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBROHIS-FILE.

           AGREGA-FOLIO-TOMADO.
               IF WS-HIS-COUNT < 20000
                   ADD 1 TO WS-HIS-COUNT
                   MOVE CH-FECHA TO WS-HIS-FECHA(WS-HIS-COUNT)
                   MOVE CH-FOLIO TO WS-HIS-FOLIO(WS-HIS-COUNT)
               ELSE
                   IF NOT WS-HIS-LLENO
                       DISPLAY "AVISO: HISTORICO DE FOLIOS LLENO "
                           "(20000), DUPLICADOS ANTIGUOS NO SE "
                           "DETECTAN"
                       SET WS-HIS-LLENO TO TRUE
                   END-IF
               END-IF.

      ******************************************************************
      * INTEGRACION DEL ARCHIVO DEL BANCO
      ******************************************************************
           INTEGRA-COBROS.
               MOVE 0 TO WS-RES-COUNT
               MOVE 0 TO WS-CONT-LEIDAS
               MOVE 0 TO WS-CONT-APLICADAS
               MOVE 0 TO WS-CONT-SUSPENSO
               MOVE 0 TO WS-CONT-DUPLICADAS
               MOVE 0 TO WS-MONTO-APLICADO
               MOVE 0 TO WS-MONTO-SUSPENSO
               MOVE 0 TO WS-MONTO-DUPLICADO
               OPEN INPUT COBROS-FILE
               IF WS-COBROS-STATUS NOT = "00"
                   DISPLAY "COBROS.IMP NO ENCONTRADO, NADA QUE "
                       "INTEGRAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-HISTORICO
               PERFORM ABRE-ANEXO-TRANSACC
               OPEN EXTEND COBROHIS-FILE
               IF WS-HIS-STATUS = "05" OR WS-HIS-STATUS = "35"
                   CLOSE COBROHIS-FILE
                   OPEN OUTPUT COBROHIS-FILE
               END-IF
               OPEN EXTEND SUSPENSO-FILE
               IF WS-SUS-STATUS = "05" OR WS-SUS-STATUS = "35"
                   CLOSE SUSPENSO-FILE
                   OPEN OUTPUT SUSPENSO-FILE
               END-IF
               MOVE "N" TO WS-EOF-COBROS-SWITCH
               PERFORM UNTIL WS-EOF-COBROS
                   READ COBROS-FILE
                       AT END
                           SET WS-EOF-COBROS TO TRUE
                       NOT AT END
                           IF COBROS-LINE NOT = SPACES
                               PERFORM PROCESA-COBRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COBROS-FILE
               CLOSE COBROHIS-FILE
               CLOSE SUSPENSO-FILE
               PERFORM CIERRA-ANEXO-TRANSACC
               MOVE WS-MONTO-APLICADO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA-COBRO
               PERFORM ESCRIBE-REPORTE-COBROS.

      * POLIZA DE LOS ABONOS: LA ENTRADA AL BANCO CONTRA LA PUENTE
      * DE COBRANZA POR APLICAR, QUE EL POSTEO SALDA AL APLICARLOS
           ASIENTA-POLIZA-COBRO.
               MOVE WS-FECHA-HOY TO WS-PZ-REFERENCIA
               MOVE "AB" TO WS-PZ-TIPO
               PERFORM ASIENTA-POLIZA.

      * UNA FILA MAL FORMADA NO TIENE FOLIO NI MONTO CONFIABLES: VA A
      * ERRORES.LOG Y NO AL SUSPENSO
           PROCESA-COBRO.
               ADD 1 TO WS-CONT-LEIDAS
               MOVE SPACES TO WS-CB-FECHA
               MOVE SPACES TO WS-CB-FOLIO
               MOVE SPACES TO WS-CB-REFERENCIA
               MOVE SPACES TO WS-CB-MONTO-TXT
               UNSTRING COBROS-LINE DELIMITED BY ";"
                   INTO WS-CB-FECHA WS-CB-FOLIO WS-CB-REFERENCIA
                       WS-CB-MONTO-TXT
               END-UNSTRING
               INSPECT WS-CB-REFERENCIA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE TRUE
                   WHEN WS-CB-MONTO-TXT IS NOT NUMERIC
                       DISPLAY "COBRO CON MONTO INVALIDO: "
                           COBROS-LINE
                       MOVE "CB-MONTO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-CB-MONTO-TXT TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                       EXIT PARAGRAPH
                   WHEN WS-CB-MONTO-NUM = 0
                       DISPLAY "COBRO EN CEROS IGNORADO: " COBROS-LINE
                       MOVE "CB-MONTO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-CB-MONTO-TXT TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                       EXIT PARAGRAPH
                   WHEN WS-CB-FECHA IS NOT NUMERIC
                       DISPLAY "COBRO CON FECHA INVALIDA: "
                           COBROS-LINE
                       MOVE "CB-FECHA" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-CB-FECHA TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                       EXIT PARAGRAPH
                   WHEN WS-CB-FOLIO = SPACES
                       DISPLAY "COBRO SIN FOLIO DEL BANCO: "
                           COBROS-LINE
                       MOVE "CB-FOLIO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-CB-REFERENCIA TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                       EXIT PARAGRAPH
               END-EVALUATE
               IF WS-RES-COUNT >= 2000
                   DISPLAY "TABLA DE LA CORRIDA LLENA (2000), FILA "
                       "OMITIDA: " COBROS-LINE
                   MOVE "CB-FOLIO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CB-FOLIO TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-FOLIO-TOMADO
               ADD 1 TO WS-RES-COUNT
               MOVE WS-CB-FECHA-NUM TO WS-RES-FECHA(WS-RES-COUNT)
               MOVE WS-CB-FOLIO TO WS-RES-FOLIO(WS-RES-COUNT)
               MOVE WS-CB-REFERENCIA TO WS-RES-REF(WS-RES-COUNT)
               MOVE WS-CB-MONTO-NUM TO WS-RES-MONTO(WS-RES-COUNT)
               MOVE SPACES TO WS-RES-CLIENTE(WS-RES-COUNT)
               MOVE SPACES TO WS-RES-NOTA(WS-RES-COUNT)
               IF WS-HALLADO
                   MOVE "D" TO WS-RES-TIPO(WS-RES-COUNT)
                   MOVE "FOLIO YA TOMADO" TO
                       WS-RES-NOTA(WS-RES-COUNT)
                   ADD 1 TO WS-CONT-DUPLICADAS
                   ADD WS-CB-MONTO-NUM TO WS-MONTO-DUPLICADO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CB-REF-ID TO WS-ID-A-VALIDAR
               PERFORM VALIDA-ID-COBRO
               MOVE WS-CB-FECHA-NUM TO CH-FECHA
               MOVE WS-CB-FOLIO TO CH-FOLIO
               MOVE WS-CB-MONTO-NUM TO CH-MONTO
               MOVE WS-FECHA-HOY TO CH-FECHA-PROCESO
               MOVE WS-CIA-ACTUAL TO CH-COMPANIA
               IF WS-ID-VALIDO
                   PERFORM APLICA-COBRO
                   MOVE WS-ID-DESTINO TO CH-CLIENTE-ID
                   MOVE "A" TO CH-ESTATUS
               ELSE
                   PERFORM MANDA-A-SUSPENSO
                   MOVE SPACES TO CH-CLIENTE-ID
                   MOVE "S" TO CH-ESTATUS
               END-IF
               WRITE COBROHIS-RECORD
               PERFORM AGREGA-FOLIO-TOMADO.

           BUSCA-FOLIO-TOMADO.
               MOVE "N" TO WS-HALLADO-SWITCH
               PERFORM VARYING WS-HIS-I FROM 1 BY 1
                       UNTIL WS-HIS-I > WS-HIS-COUNT OR WS-HALLADO
                   IF WS-HIS-FOLIO(WS-HIS-I) = WS-CB-FOLIO
                           AND WS-HIS-FECHA(WS-HIS-I) =
                               WS-CB-FECHA-NUM
                       SET WS-HALLADO TO TRUE
                   END-IF
               END-PERFORM.

      * EL ID DEBE SER NUMERICO, TRAER SU DIGITO VERIFICADOR, EXISTIR
      * EN EL MAESTRO Y SER DE LA COMPANIA EN SESION; UN ID DADO DE
      * BAJA POR FUSION SE SIGUE HASTA SU SOBREVIVIENTE. DEJA EL ID
      * A ABONAR EN WS-ID-DESTINO O EL MOTIVO DEL RECHAZO EN
      * WS-MOTIVO
           VALIDA-ID-COBRO.
               MOVE "N" TO WS-ID-VALIDO-SWITCH
               MOVE SPACES TO WS-MOTIVO
               MOVE SPACES TO WS-NOTA
               MOVE SPACES TO WS-ID-DESTINO
               IF WS-ID-A-VALIDAR IS NOT NUMERIC
                   MOVE "REFERENCIA SIN ID" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ID-A-VALIDAR TO WS-ID-TRABAJO
               PERFORM CALCULA-DIGITO-VERIFICADOR
               IF WS-ID-DV-CALC NOT = WS-ID-DIG(6)
                   MOVE "DIGITO VERIFICADOR MALO" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-CLIENTE-COBRO
               IF WS-CLI-INDICE = 0
                   MOVE "CLIENTE NO EXISTE" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               IF WS-CLI-ESTATUS(WS-CLI-INDICE) = "B"
                   PERFORM SIGUE-FUSION
                   IF WS-CLI-INDICE = 0
                       MOVE "CLIENTE DADO DE BAJA" TO WS-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   STRING "FUSIONADO, ERA " WS-ID-A-VALIDAR
                       DELIMITED BY SIZE INTO WS-NOTA
               END-IF
               IF WS-CLI-CIA(WS-CLI-INDICE) NOT = WS-CIA-ACTUAL
                   MOVE "CLIENTE DE OTRA COMPANIA" TO WS-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CLI-ID(WS-CLI-INDICE) TO WS-ID-DESTINO
               SET WS-ID-VALIDO TO TRUE.

           CALCULA-DIGITO-VERIFICADOR.
               COMPUTE WS-ID-SUMA-PESADA =
                   WS-ID-DIG(1) * 6 + WS-ID-DIG(2) * 5 +
                   WS-ID-DIG(3) * 4 + WS-ID-DIG(4) * 3 +
                   WS-ID-DIG(5) * 2
               DIVIDE WS-ID-SUMA-PESADA BY 11 GIVING WS-ID-COCIENTE
                   REMAINDER WS-ID-RESIDUO
               IF WS-ID-RESIDUO = 0
                   MOVE 0 TO WS-ID-DV-CALC
               ELSE
                   COMPUTE WS-ID-DV-CALC = 11 - WS-ID-RESIDUO
               END-IF
               IF WS-ID-DV-CALC = 10
                   MOVE 0 TO WS-ID-DV-CALC
               END-IF.

           BUSCA-CLIENTE-COBRO.
               MOVE 0 TO WS-CLI-INDICE
               PERFORM VARYING WS-CLI-I FROM 1 BY 1
                       UNTIL WS-CLI-I > WS-CLI-COUNT
                           OR WS-CLI-INDICE > 0
                   IF WS-CLI-ID(WS-CLI-I) = WS-ID-A-VALIDAR
                       MOVE WS-CLI-I TO WS-CLI-INDICE
                   END-IF
               END-PERFORM.

      * SOLO SE SIGUE UN NIVEL DE FUSION Y EL SOBREVIVIENTE DEBE
      * ESTAR ACTIVO; SI NO, EL COBRO VA A SUSPENSO
           SIGUE-FUSION.
               MOVE "N" TO WS-HALLADO-SWITCH
               PERFORM VARYING WS-FUS-I FROM 1 BY 1
                       UNTIL WS-FUS-I > WS-FUS-COUNT OR WS-HALLADO
                   IF WS-FUS-DUP(WS-FUS-I) = WS-ID-A-VALIDAR
                       SET WS-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-CLI-INDICE
               IF WS-HALLADO
                   SUBTRACT 1 FROM WS-FUS-I
                   MOVE WS-FUS-SOB(WS-FUS-I) TO WS-ID-A-VALIDAR
                   PERFORM BUSCA-CLIENTE-COBRO
                   IF WS-CLI-INDICE > 0
                       IF WS-CLI-ESTATUS(WS-CLI-INDICE) = "B"
                           MOVE 0 TO WS-CLI-INDICE
                       END-IF
                   END-IF
                   MOVE WS-CB-REF-ID TO WS-ID-A-VALIDAR
               END-IF.

      * EL ABONO LLEVA LA FECHA DE NEGOCIO (LA DEL BANCO QUEDA EN EL
      * HISTORICO) Y, SI LA REFERENCIA LA TRAE, LA PARTIDA QUE PAGA
           APLICA-COBRO.
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "A" TO TRANS-TIPO
               MOVE WS-ID-DESTINO TO TRANS-CLIENTE-ID
               MOVE WS-CB-MONTO-NUM TO TRANS-MONTO
               MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
               MOVE WS-CB-REF-PARTIDA TO TRANS-REFERENCIA
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               MOVE "A" TO WS-RES-TIPO(WS-RES-COUNT)
               MOVE WS-ID-DESTINO TO WS-RES-CLIENTE(WS-RES-COUNT)
               MOVE WS-NOTA TO WS-RES-NOTA(WS-RES-COUNT)
               ADD 1 TO WS-CONT-APLICADAS
               ADD WS-CB-MONTO-NUM TO WS-MONTO-APLICADO.

           MANDA-A-SUSPENSO.
               MOVE SPACES TO SUSPENSO-RECORD
               MOVE WS-CB-FOLIO TO SU-FOLIO
               MOVE WS-CB-FECHA-NUM TO SU-FECHA
               MOVE WS-CB-REFERENCIA TO SU-REFERENCIA
               MOVE WS-CB-MONTO-NUM TO SU-MONTO
               MOVE WS-MOTIVO TO SU-MOTIVO
               MOVE "P" TO SU-ESTATUS
               MOVE 0 TO SU-FECHA-RESOL
               MOVE WS-CIA-ACTUAL TO SU-COMPANIA
               WRITE SUSPENSO-RECORD
               MOVE "S" TO WS-RES-TIPO(WS-RES-COUNT)
               MOVE WS-MOTIVO TO WS-RES-NOTA(WS-RES-COUNT)
               ADD 1 TO WS-CONT-SUSPENSO
               ADD WS-CB-MONTO-NUM TO WS-MONTO-SUSPENSO.

           ESCRIBE-REPORTE-COBROS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "COBROBCO." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-COBROBCO-FILENAME
               OPEN OUTPUT COBROBCO-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE WS-REPORTE-IDENT-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE WS-TITULO-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE "=== COBROS APLICADOS ===" TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE "A" TO WS-ACCION
               PERFORM ESCRIBE-SECCION-COBROS
               MOVE "=== COBROS A SUSPENSO ===" TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE "S" TO WS-ACCION
               PERFORM ESCRIBE-SECCION-COBROS
               MOVE "=== COBROS DUPLICADOS ===" TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE "D" TO WS-ACCION
               PERFORM ESCRIBE-SECCION-COBROS
               MOVE SPACES TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE "APLICADOS:" TO WS-T-ETIQUETA
               MOVE WS-CONT-APLICADAS TO WS-T-CONT
               MOVE WS-MONTO-APLICADO TO WS-T-MONTO
               MOVE WS-TOTALES-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE "A SUSPENSO:" TO WS-T-ETIQUETA
               MOVE WS-CONT-SUSPENSO TO WS-T-CONT
               MOVE WS-MONTO-SUSPENSO TO WS-T-MONTO
               MOVE WS-TOTALES-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE "DUPLICADOS:" TO WS-T-ETIQUETA
               MOVE WS-CONT-DUPLICADAS TO WS-T-CONT
               MOVE WS-MONTO-DUPLICADO TO WS-T-MONTO
               MOVE WS-TOTALES-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE SPACES TO COBROBCO-LINE
               STRING "FILAS LEIDAS: " WS-CONT-LEIDAS
                   "   MAL FORMADAS (ERRORES.LOG): "
                   WS-CONT-RECHAZADAS
                   DELIMITED BY SIZE INTO COBROBCO-LINE
               WRITE COBROBCO-LINE
               MOVE WS-REPORTE-PIE-LINE TO COBROBCO-LINE
               WRITE COBROBCO-LINE
               CLOSE COBROBCO-REPORT
               MOVE "COBROBCO" TO WS-RC-TIPO
               MOVE WS-COBROBCO-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-LEIDAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "COBROS DEL BANCO EN " WS-COBROBCO-FILENAME
               DISPLAY "  APLICADOS   " WS-CONT-APLICADAS " POR "
                   WS-MONTO-APLICADO
               DISPLAY "  A SUSPENSO  " WS-CONT-SUSPENSO " POR "
                   WS-MONTO-SUSPENSO
               DISPLAY "  DUPLICADOS  " WS-CONT-DUPLICADAS " POR "
                   WS-MONTO-DUPLICADO.

           ESCRIBE-SECCION-COBROS.
               PERFORM VARYING WS-RES-I FROM 1 BY 1
                       UNTIL WS-RES-I > WS-RES-COUNT
                   IF WS-RES-TIPO(WS-RES-I) = WS-ACCION
                       MOVE WS-RES-FECHA(WS-RES-I) TO WS-D-FECHA
                       MOVE WS-RES-FOLIO(WS-RES-I) TO WS-D-FOLIO
                       MOVE WS-RES-REF(WS-RES-I) TO WS-D-REF
                       MOVE WS-RES-CLIENTE(WS-RES-I) TO WS-D-CLIENTE
                       MOVE WS-RES-MONTO(WS-RES-I) TO WS-D-MONTO
                       MOVE WS-RES-NOTA(WS-RES-I) TO WS-D-NOTA
                       MOVE WS-DETALLE-LINE TO COBROBCO-LINE
                       WRITE COBROBCO-LINE
                   END-IF
               END-PERFORM.

      ******************************************************************
      * TRABAJO MANUAL DEL SUSPENSO
      ******************************************************************
           CARGA-SUSPENSO.
               MOVE 0 TO WS-SUS-COUNT
               MOVE "N" TO WS-EOF-SUS-SWITCH
               OPEN INPUT SUSPENSO-FILE
               IF WS-SUS-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-SUS
                   READ SUSPENSO-FILE
                       AT END
                           SET WS-EOF-SUS TO TRUE
                       NOT AT END
                           IF WS-SUS-COUNT < 5000
                               ADD 1 TO WS-SUS-COUNT
                               MOVE SUSPENSO-RECORD TO
                                   WS-SU-REG(WS-SUS-COUNT)
                           ELSE
                               DISPLAY "AVISO: SUSPENSO.DAT EXCEDE "
                                   "5000 RENGLONES, NO SE TRABAJA"
                               MOVE 0 TO WS-SUS-COUNT
                               SET WS-EOF-SUS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSO-FILE.

           GRABA-SUSPENSO.
               OPEN OUTPUT SUSPENSO-FILE
               PERFORM VARYING WS-SUS-I FROM 1 BY 1
                       UNTIL WS-SUS-I > WS-SUS-COUNT
                   MOVE WS-SU-REG(WS-SUS-I) TO SUSPENSO-RECORD
                   WRITE SUSPENSO-RECORD
               END-PERFORM
               CLOSE SUSPENSO-FILE.

      * SE LISTAN LAS PARTIDAS PENDIENTES DE LA COMPANIA; EL NUMERO
      * ES EL RENGLON EN SUSPENSO.DAT. CADA RESOLUCION SE GRABA AL
      * MOMENTO, ASI QUE SALIR A MEDIAS NO PIERDE LO YA HECHO
           TRABAJA-SUSPENSO.
               PERFORM CARGA-SUSPENSO
               MOVE "N" TO WS-CONFIRMA
               PERFORM UNTIL WS-CONFIRMA = "X"
                   PERFORM LISTA-SUSPENSO
                   IF WS-SUS-PENDIENTES = 0
                       DISPLAY "NO HAY COBROS PENDIENTES EN SUSPENSO "
                           "PARA LA COMPANIA " WS-CIA-ACTUAL
                       MOVE "X" TO WS-CONFIRMA
                   ELSE
                       DISPLAY "NUMERO DE PARTIDA A TRABAJAR "
                           "(ENTER = TERMINAR)"
                       MOVE SPACES TO WS-SUS-ELEGIDO-TXT
                       ACCEPT WS-SUS-ELEGIDO-TXT
                       IF WS-SUS-ELEGIDO-TXT = SPACES
                           MOVE "X" TO WS-CONFIRMA
                       ELSE
                           PERFORM RESUELVE-SUSPENSO
                       END-IF
                   END-IF
               END-PERFORM.

           LISTA-SUSPENSO.
               MOVE 0 TO WS-SUS-PENDIENTES
               PERFORM VARYING WS-SUS-I FROM 1 BY 1
                       UNTIL WS-SUS-I > WS-SUS-COUNT
                   MOVE WS-SU-REG(WS-SUS-I) TO SUSPENSO-RECORD
                   IF SU-ESTATUS = "P"
                           AND SU-COMPANIA = WS-CIA-ACTUAL
                       ADD 1 TO WS-SUS-PENDIENTES
                       MOVE WS-SUS-I TO WS-SL-NUM
                       MOVE SU-FECHA TO WS-SL-FECHA
                       MOVE SU-FOLIO TO WS-SL-FOLIO
                       MOVE SU-REFERENCIA TO WS-SL-REF
                       MOVE SU-MONTO TO WS-SL-MONTO
                       MOVE SU-MOTIVO TO WS-SL-MOTIVO
                       DISPLAY WS-SUS-LISTA-LINE
                   END-IF
               END-PERFORM.

           RESUELVE-SUSPENSO.
               MOVE 0 TO WS-SUS-ELEGIDO
               IF WS-SUS-ELEGIDO-TXT IS NUMERIC
                   MOVE WS-SUS-ELEGIDO-TXT TO WS-SUS-ELEGIDO
               ELSE
                   UNSTRING WS-SUS-ELEGIDO-TXT DELIMITED BY SPACE
                       INTO WS-SUS-ELEGIDO
                   END-UNSTRING
               END-IF
               IF WS-SUS-ELEGIDO = 0
                       OR WS-SUS-ELEGIDO > WS-SUS-COUNT
                   DISPLAY "NUMERO DE PARTIDA INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SU-REG(WS-SUS-ELEGIDO) TO SUSPENSO-RECORD
               IF SU-ESTATUS NOT = "P"
                       OR SU-COMPANIA NOT = WS-CIA-ACTUAL
                   DISPLAY "ESA PARTIDA NO ESTA PENDIENTE EN LA "
                       "COMPANIA " WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "C-ASIGNAR A UN CLIENTE  D-DEVUELTO AL BANCO "
                   " ENTER-NADA"
               MOVE SPACE TO WS-ACCION
               ACCEPT WS-ACCION
               EVALUATE TRUE
                   WHEN WS-ACC-ASIGNA
                       PERFORM ASIGNA-SUSPENSO
                   WHEN WS-ACC-DEVUELVE
                       PERFORM DEVUELVE-SUSPENSO
                   WHEN OTHER
                       DISPLAY "PARTIDA SIN CAMBIO"
               END-EVALUATE.

      * EL ID TECLEADO PASA LA MISMA VALIDACION QUE EL DE LA
      * REFERENCIA; LA PARTIDA NOMBRADA EN LA REFERENCIA SE CONSERVA
           ASIGNA-SUSPENSO.
               DISPLAY "ID DEL CLIENTE QUE PAGO (6 DIGITOS)"
               MOVE SPACES TO WS-ID-CAPTURA
               ACCEPT WS-ID-CAPTURA
               MOVE WS-ID-CAPTURA TO WS-ID-A-VALIDAR
               MOVE WS-ID-CAPTURA TO WS-CB-REF-ID
               PERFORM VALIDA-ID-COBRO
               IF NOT WS-ID-VALIDO
                   DISPLAY "ID RECHAZADO: " WS-MOTIVO
                   MOVE "SU-CLIENTE" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-ID-CAPTURA TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE SU-MONTO TO WS-MONTO-EDIT
               DISPLAY "ABONAR " WS-MONTO-EDIT " A " WS-ID-DESTINO
                   " (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "PARTIDA SIN CAMBIO"
                   MOVE "N" TO WS-CONFIRMA
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-CONFIRMA
               MOVE SU-REFERENCIA TO WS-CB-REFERENCIA
               PERFORM ABRE-ANEXO-TRANSACC
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "A" TO TRANS-TIPO
               MOVE WS-ID-DESTINO TO TRANS-CLIENTE-ID
               MOVE SU-MONTO TO TRANS-MONTO
               MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
               IF WS-CB-REF-ID = WS-ID-DESTINO
                   MOVE WS-CB-REF-PARTIDA TO TRANS-REFERENCIA
               END-IF
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               PERFORM CIERRA-ANEXO-TRANSACC
               MOVE SU-MONTO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA-COBRO
               MOVE "A" TO SU-ESTATUS
               MOVE WS-ID-DESTINO TO SU-CLIENTE-ID
               DISPLAY "COBRO " SU-FOLIO " ABONADO A " WS-ID-DESTINO
               PERFORM CIERRA-PARTIDA-SUSPENSO.

           DEVUELVE-SUSPENSO.
               DISPLAY "MARCAR " SU-FOLIO " COMO DEVUELTO AL BANCO "
                   "(S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "PARTIDA SIN CAMBIO"
                   MOVE "N" TO WS-CONFIRMA
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-CONFIRMA
               MOVE "D" TO SU-ESTATUS
               DISPLAY "COBRO " SU-FOLIO " MARCADO DEVUELTO"
               PERFORM CIERRA-PARTIDA-SUSPENSO.

           CIERRA-PARTIDA-SUSPENSO.
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-AUD-OPERADOR TO SU-OPERADOR
               MOVE WS-FECHA-HOY TO SU-FECHA-RESOL
               MOVE SUSPENSO-RECORD TO WS-SU-REG(WS-SUS-ELEGIDO)
               PERFORM GRABA-SUSPENSO.

       COPY TRAPPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
