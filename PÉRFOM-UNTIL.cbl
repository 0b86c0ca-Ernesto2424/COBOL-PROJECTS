      * Purpose:   CHECKPOINTED TRANSACTION REGISTER / POSTING RUN
      * Tectonics: cobc
      * Note:      TRANSACC.DAT carries register entries: date, type
      *            (C cargo / A abono / R reverso / F finance charge
      *            / W write-off / E credit-balance refund),
      *            CLIENTE-ID of the customer and a signed amount with
      *            two decimals. An F entry posts like a cargo (it is
      *            counted with the cargos) but is never held by the
      *            credit limit.
      *            An R entry carries the original movement's date,
      *            customer and amount; it is proved against that
      *            day's archive, needs a supervisor operator, and
      *            prints in its own register section.
      *            A W entry (bad-debt write-off) posts like an abono
      *            but only when an approved, not yet posted row for
      *            the same customer and amount exists in CASTIGO.DAT
      *            (written by the dual-authorization queue); it is
      *            counted apart, prints in its own register section
      *            and marks the CASTIGO.DAT row as posted.
      *            An E entry gives back a credit balance (refund paid
      *            by treasury, or transfer to another account of the
      *            same customer): it posts like a cargo, consuming the
      *            customer's unapplied cash, but only against an
      *            approved, not yet posted row for the same customer
      *            and amount in REEMBOLSO.DAT; it is counted apart,
      *            prints in its own register section and marks the
      *            REEMBOLSO.DAT row as posted.
      *            Posting validates each entry (type, date, customer
      *            on CLIENTE.DAT), keeps separate cargo and abono
      *            totals plus the net position, and writes a
      *            balance past it is held in PENDOVR.DAT instead of
      *            posting, unless a supervisor approval for the same
      *            customer and amount waits in OVRAPROB.DAT (the
      *            approval is consumed by the posting). Every hold
      *            also leaves a critical notice for the supervisors
      *            in NOTIFICA.DAT (see NTFPROC).
      *            A top-level corporate parent with a row in
      *            CREDGRP.DAT also has a group limit over the
      *            combined balance of itself and every branch linked
      *            under it in CLIGRUPO.DAT; a cargo to any account in
      *            the group that would push that total past it is
      *            held the same way and released by the same kind of
      *            approval.
      *            A committed run journals the day in POLIZAS.DAT
      *            under the accounts MAPACONT.DAT gives SUMARCKPT:
      *            cargos (CA), abonos (AB), write-offs (CS), refunds
      *            (RE) and the net effect of the reversals (RV).
      *            Finance charges are journaled apart (FC) straight
      *            to interest income; CA carries only C cargos,
      *            whose revenue side is journaled by the program
      *            that wrote them.
      *            Receivables are also kept as open items in
      *            ABIERTAS.DAT: every posted cargo or finance charge
      *            opens an item under the reference it carries in
      *            columns 28-37 (order, standing order, interest
      *            period); an abono pays the item it names, or the
      *            oldest items when it names none, and whatever it
      *            cannot apply stays as unapplied cash, which the
      *            customer's next cargo consumes. Write-offs pay
      *            oldest first. Without ABIERTAS.DAT the items are
      *            rebuilt once from the archived days and squared to
      *            SUBLED.DAT; the items are saved with the sub-ledger
      *            and proved against it at end of run.
      *            A committed run also gives every posted cargo
      *            loyalty points in PUNTOS.DAT at the rate in
      *            PUNTOS.PRM (see PTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY ERRSEL.
           COPY SUBSEL.
           COPY NDXSEL.
           COPY CASSEL.
           COPY RBSEL.
           COPY PASEL.
           COPY GPSEL.
           COPY LGSEL.
           COPY PZSEL.
           COPY PTSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACCIONES.
               88  TRANS-CARGO     VALUE "C".
               88  TRANS-ABONO     VALUE "A".
               88  TRANS-REVERSO   VALUE "R".
               88  TRANS-FINANCIERO VALUE "F".
               88  TRANS-A-CARGO   VALUE "C" "F".
               88  TRANS-CASTIGO   VALUE "W".
               88  TRANS-REEMBOLSO VALUE "E".
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  CHECKPOINT-FILE.
       01  CKPT-RECORD.
           05  CKPT-FP-REGS        PIC 9(6).
           05  CKPT-CONT-REVERSOS  PIC 9(6).
           05  CKPT-TOT-REVERSOS   PIC 9(9)V99.
           05  CKPT-CONT-CASTIGOS  PIC 9(6).
           05  CKPT-TOT-CASTIGOS   PIC 9(9)V99.
           05  CKPT-CONT-REEMBOLSOS PIC 9(6).
           05  CKPT-TOT-REEMBOLSOS PIC 9(9)V99.
           05  CKPT-TOT-FINANCIEROS PIC 9(9)V99.

       FD  CLIENTE-MASTER.
       COPY CLIFD.
           05  PO-ESTATUS          PIC X.
           05  PO-SUPERVISOR       PIC X(8).
           05  PO-FECHA-DECISION   PIC 9(8).
           05  PO-REFERENCIA       PIC X(10).

       FD  APROBACIONES-FILE.
       01  APROBACION-RECORD.
                                   SIGN LEADING SEPARATE.
           05  TA-COMPANIA         PIC X(2).
           05  TA-TIPO-ORIGINAL    PIC X.
           05  TA-REFERENCIA       PIC X(10).

      * SOLO LO APLICADO DEL DIA; LO RECHAZADO VIVE EN ERRORES.LOG
      * Y LO RETENIDO EN PENDOVR.DAT, Y NINGUNO DEBE ARCHIVARSE
                                   SIGN LEADING SEPARATE.
           05  APL-COMPANIA        PIC X(2).
           05  APL-TIPO-ORIGINAL   PIC X.
           05  APL-REFERENCIA      PIC X(10).

       FD  APLICADAS-NUEVO.
       01  APLICADA-NUEVA-RECORD   PIC X(38).

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
       COPY ERRFD.
       COPY SUBFD.
       COPY NDXFD.
       COPY CASFD.
       COPY RBFD.
       COPY PAFD.

       COPY GPFD.

       COPY LGFD.

       COPY PZFD.

       COPY PTFD.

       COPY NTFFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY REPCATWS.
       COPY SUBWS.
       COPY NDXWS.
       COPY CASWS.
       COPY RBWS.
       COPY PAWS.
       COPY GPWS.
       COPY LGWS.
       COPY PZWS.
       COPY PTWS.
       COPY NTFWS.

       01  WS-CKPT-STATUS          PIC XX.
       01  WS-TRANS-FILE-STATUS    PIC XX.
       01  NUM                     PIC 9(6) COMP VALUE 0.
       01  WS-TOTAL-CARGOS         PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ABONOS         PIC 9(9)V99 VALUE 0.
      * PARTE DE WS-TOTAL-CARGOS QUE SON INTERESES (TIPO F)
       01  WS-TOTAL-FINANCIEROS    PIC 9(9)V99 VALUE 0.
       01  WS-NETO                 PIC S9(10)V99 VALUE 0.
       01  WS-CONT-CARGOS          PIC 9(6) VALUE 0.
       01  WS-CONT-ABONOS          PIC 9(6) VALUE 0.
           05  WS-R-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-R-MONTO          PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-R-REFERENCIA     PIC X(10).

       01  WS-CRL-STATUS           PIC XX.
       01  WS-PEND-STATUS          PIC XX.
       01  WS-CRL-I                PIC 9(4) VALUE 0.
       01  WS-CRL-EXTRA            PIC 9(6) VALUE 0.
       01  WS-CRL-INDICE           PIC 9(4) VALUE 0.
       01  WS-SALDO-GRUPO          PIC S9(9)V99 VALUE 0.
       01  WS-LIMITE-RETENCION     PIC 9(7)V99 VALUE 0.
       01  WS-RET-MONTO-ED         PIC -Z(6)9.99.
       01  WS-RET-LIMITE-ED        PIC Z(6)9.99.
       01  WS-MIEMBRO-J            PIC 9(4) VALUE 0.
       01  WS-NETO-REVERSOS        PIC S9(10)V99 VALUE 0.
       01  WS-PT-GANADOS-DIA       PIC 9(9) VALUE 0.

       01  WS-APR-COUNT            PIC 9(3) VALUE 0.
       01  WS-APR-TABLE.
       01  WS-REV-OK-SWITCH        PIC X VALUE "N".
           88  WS-REV-OK           VALUE "Y".
       01  WS-REV-TIPO-ORIG        PIC X.
       01  WS-REV-REF-ORIG         PIC X(10).
       01  WS-REV-FECHA-ORIG       PIC 9(8) VALUE 0.
       01  WS-APL-STATUS           PIC XX.
       01  WS-APLN-STATUS          PIC XX.
       01  WS-APL-TIPO-ORIG        PIC X VALUE SPACE.
           05  WS-REV-LINEA OCCURS 200 TIMES PIC X(40).
       01  WS-REV-I                PIC 9(3) VALUE 0.

      * CASTIGOS: TIPO W, RESPALDADOS POR UN RENGLON APROBADO DE
      * CASTIGO.DAT; SECCION PROPIA EN EL REGISTRO
       01  WS-CONT-CASTIGOS        PIC 9(6) VALUE 0.
       01  WS-TOTAL-CASTIGOS       PIC 9(9)V99 VALUE 0.
       01  WS-CGL-COUNT            PIC 9(3) VALUE 0.
       01  WS-CASTIGOS-LINEAS-TABLE.
           05  WS-CGL-LINEA OCCURS 200 TIMES PIC X(40).
       01  WS-CGL-I                PIC 9(3) VALUE 0.

      * REEMBOLSOS: TIPO E, RESPALDADOS POR UN RENGLON APROBADO DE
      * REEMBOLSO.DAT; SECCION PROPIA EN EL REGISTRO
       01  WS-CONT-REEMBOLSOS      PIC 9(6) VALUE 0.
       01  WS-TOTAL-REEMBOLSOS     PIC 9(9)V99 VALUE 0.
       01  WS-RBL-COUNT            PIC 9(3) VALUE 0.
       01  WS-REEMBOLSOS-LINEAS-TABLE.
           05  WS-RBL-LINEA OCCURS 200 TIMES PIC X(40).
       01  WS-RBL-I                PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "SUMARCKPT" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-SALDO-ANTERIOR
               PERFORM CARGA-SUBLEDGER
               PERFORM SIEMBRA-SUBLEDGER
               PERFORM CARGA-PARTIDAS
               IF WS-PA-SIN-ARCHIVO
                   PERFORM CONVIERTE-PARTIDAS
               END-IF
               PERFORM CARGA-LIMITES
               PERFORM CARGA-GRUPOS
               PERFORM CARGA-LIMITES-GRUPO
               PERFORM CARGA-APROBACIONES
               PERFORM CARGA-PERIODOS-CERRADOS
               PERFORM CARGA-CASTIGOS
               PERFORM CARGA-REEMBOLSOS
               PERFORM CARGA-INDICE-CLIENTES
               PERFORM CALCULA-HUELLA-ENTRADA
               PERFORM DETERMINA-MODO-POSTEO
               ELSE
                   PERFORM GRABA-SALDO
                   PERFORM GRABA-SUBLEDGER
                   PERFORM GRABA-PARTIDAS
                   PERFORM GRABA-CASTIGOS
                   PERFORM GRABA-REEMBOLSOS
                   PERFORM ASIENTA-POLIZA-DIA
                   PERFORM GANA-PUNTOS-DIA
                   PERFORM CONCILIA-SUBLEDGER
                   PERFORM CONCILIA-PARTIDAS
                   PERFORM ESCRIBE-ESTADO-DIARIO
                   IF WS-LIBERADO
                       PERFORM COMPARA-CONTRA-PRUEBA
                   DISPLAY "REVERSOS: " WS-CONT-REVERSOS " POR "
                       WS-TOTAL-REVERSOS
               END-IF
               IF WS-CONT-CASTIGOS > 0
                   DISPLAY "CASTIGOS: " WS-CONT-CASTIGOS " POR "
                       WS-TOTAL-CASTIGOS
               END-IF
               IF WS-CONT-REEMBOLSOS > 0
                   DISPLAY "REEMBOLSOS: " WS-CONT-REEMBOLSOS " POR "
                       WS-TOTAL-REEMBOLSOS
               END-IF
               IF WS-CONT-RETENIDOS > 0
                   DISPLAY "CARGOS RETENIDOS POR LIMITE: "
                       WS-CONT-RETENIDOS " (VER PENDOVR.DAT)"
               MOVE TRANS-MONTO TO APL-MONTO
               MOVE TRANS-COMPANIA TO APL-COMPANIA
               MOVE WS-APL-TIPO-ORIG TO APL-TIPO-ORIGINAL
               MOVE TRANS-REFERENCIA TO APL-REFERENCIA
               WRITE APLICADA-RECORD
               CLOSE APLICADAS-FILE.

               WRITE SALDO-RECORD
               CLOSE SALDO-FILE.

      * POLIZA DEL DIA: UN ASIENTO POR CLASE DE MOVIMIENTO. LOS
      * CARGOS C VAN CONTRA LA PUENTE QUE SALDA EL PROGRAMA QUE LOS
      * ORIGINO; LOS INTERESES F VAN DIRECTO A PRODUCTOS (FC). EL
      * EFECTO DE LOS REVERSOS SE DEDUCE DEL NETO (QUE SOBREVIVE AL
      * REINICIO DESDE CHECKPOINT) MENOS LO QUE EXPLICAN LAS DEMAS
      * CLASES, ASI LA CUENTA DE CLIENTES SE MUEVE IGUAL QUE EL
      * SUB-LIBRO
           ASIENTA-POLIZA-DIA.
               PERFORM ABRE-POLIZA
               MOVE WS-FECHA-HOY TO WS-PZ-REFERENCIA
               MOVE "CA" TO WS-PZ-TIPO
               COMPUTE WS-PZ-MONTO =
                   WS-TOTAL-CARGOS - WS-TOTAL-FINANCIEROS
               PERFORM ASIENTA-POLIZA
               MOVE "FC" TO WS-PZ-TIPO
               MOVE WS-TOTAL-FINANCIEROS TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               MOVE "AB" TO WS-PZ-TIPO
               MOVE WS-TOTAL-ABONOS TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               MOVE "CS" TO WS-PZ-TIPO
               MOVE WS-TOTAL-CASTIGOS TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               MOVE "RE" TO WS-PZ-TIPO
               MOVE WS-TOTAL-REEMBOLSOS TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               COMPUTE WS-NETO-REVERSOS = WS-NETO - WS-TOTAL-CARGOS
                   + WS-TOTAL-ABONOS + WS-TOTAL-CASTIGOS
                   - WS-TOTAL-REEMBOLSOS
               MOVE "RV" TO WS-PZ-TIPO
               MOVE WS-NETO-REVERSOS TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               IF WS-PZ-ASIENTOS > 0
                   DISPLAY "POLIZA DEL DIA: " WS-PZ-ASIENTOS
                       " ASIENTOS EN POLIZAS.DAT, FOLIO " WS-PZ-FOLIO
               END-IF.

      * PUNTOS DE LEALTAD: CADA CARGO APLICADO EN EL DIA GANA
      * PUNTOS PARA SU CLIENTE (LOS INTERESES, REEMBOLSOS Y REVERSOS
      * NO). SI PUNTOS.DAT YA TIENE PUNTOS GANADOS HOY EN LA COMPANIA
      * LA CORRIDA ES UNA REPETICION Y NO SE VUELVEN A DAR
           GANA-PUNTOS-DIA.
               PERFORM CARGA-PARAM-PUNTOS
               MOVE 0 TO WS-PT-GANADOS-DIA
               MOVE "N" TO WS-PT-EOF-SWITCH
               OPEN INPUT PUNTOS-FILE
               IF WS-PT-STATUS = "00"
                   PERFORM UNTIL WS-PT-EOF
                       READ PUNTOS-FILE
                           AT END
                               SET WS-PT-EOF TO TRUE
                           NOT AT END
                               MOVE PT-COMPANIA TO WS-PT-CIA-REG
                               IF WS-PT-CIA-REG = SPACES
                                   MOVE "01" TO WS-PT-CIA-REG
                               END-IF
                               IF PT-GANADOS
                                       AND PT-FECHA = WS-FECHA-HOY
                                       AND WS-PT-CIA-REG = WS-CIA-ACTUAL
                                   DISPLAY "PUNTOS DEL " WS-FECHA-HOY
                                       " YA OTORGADOS"
                                   CLOSE PUNTOS-FILE
                                   EXIT PARAGRAPH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PUNTOS-FILE
               END-IF
               MOVE "N" TO WS-EOF-APL-SWITCH
               OPEN INPUT APLICADAS-FILE
               IF WS-APL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-APL
                   READ APLICADAS-FILE
                       AT END
                           SET WS-EOF-APL TO TRUE
                       NOT AT END
                           IF APL-TIPO = "C"
                                   AND APL-TIPO-ORIGINAL = SPACE
                               MOVE APL-CLIENTE-ID TO WS-PT-CLIENTE
                               MOVE APL-COMPANIA TO WS-PT-CIA
                               IF WS-PT-CIA = SPACES
                                   MOVE WS-CIA-ACTUAL TO WS-PT-CIA
                               END-IF
                               MOVE WS-FECHA-HOY TO WS-PT-FECHA
                               MOVE APL-MONTO TO WS-PT-MONTO
                               MOVE APL-REFERENCIA TO WS-PT-REFERENCIA
                               PERFORM GANA-PUNTOS
                               ADD WS-PT-PUNTOS TO WS-PT-GANADOS-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APLICADAS-FILE
               IF WS-PT-GANADOS-DIA > 0
                   DISPLAY "PUNTOS DE LEALTAD GANADOS: "
                       WS-PT-GANADOS-DIA
               END-IF.

           ESCRIBE-ESTADO-DIARIO.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "ESTADO." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                               MOVE CKPT-TOT-REVERSOS TO
                                   WS-TOTAL-REVERSOS
                           END-IF
                           IF CKPT-CONT-CASTIGOS IS NUMERIC
                               MOVE CKPT-CONT-CASTIGOS TO
                                   WS-CONT-CASTIGOS
                           END-IF
                           IF CKPT-TOT-CASTIGOS IS NUMERIC
                               MOVE CKPT-TOT-CASTIGOS TO
                                   WS-TOTAL-CASTIGOS
                           END-IF
                           IF CKPT-CONT-REEMBOLSOS IS NUMERIC
                               MOVE CKPT-CONT-REEMBOLSOS TO
                                   WS-CONT-REEMBOLSOS
                           END-IF
                           IF CKPT-TOT-REEMBOLSOS IS NUMERIC
                               MOVE CKPT-TOT-REEMBOLSOS TO
                                   WS-TOTAL-REEMBOLSOS
                           END-IF
                           IF CKPT-TOT-FINANCIEROS IS NUMERIC
                               MOVE CKPT-TOT-FINANCIEROS TO
                                   WS-TOTAL-FINANCIEROS
                           END-IF
                   END-READ
               END-IF
               CLOSE CHECKPOINT-FILE.
                       MOVE "E004" TO WS-ERR-CODIGO
                       PERFORM RECHAZA-MOVIMIENTO
                   WHEN NOT (TRANS-CARGO OR TRANS-ABONO
                           OR TRANS-REVERSO OR TRANS-FINANCIERO
                           OR TRANS-CASTIGO OR TRANS-REEMBOLSO)
                       MOVE "E006" TO WS-ERR-CODIGO
                       PERFORM RECHAZA-MOVIMIENTO
                   WHEN TRANS-MONTO IS NOT NUMERIC
                           MOVE "E001" TO WS-ERR-CODIGO
                           PERFORM RECHAZA-MOVIMIENTO
                       END-IF
                   WHEN TRANS-CASTIGO
                       PERFORM VALIDA-CLIENTE-MOVIMIENTO
                       IF WS-CLIENTE-OK
                           PERFORM PROCESA-CASTIGO
                       ELSE
                           MOVE "E001" TO WS-ERR-CODIGO
                           PERFORM RECHAZA-MOVIMIENTO
                       END-IF
                   WHEN TRANS-REEMBOLSO
                       PERFORM VALIDA-CLIENTE-MOVIMIENTO
                       IF WS-CLIENTE-OK
                           PERFORM PROCESA-REEMBOLSO
                       ELSE
                           MOVE "E001" TO WS-ERR-CODIGO
                           PERFORM RECHAZA-MOVIMIENTO
                       END-IF
                   WHEN OTHER
                       PERFORM VALIDA-CLIENTE-MOVIMIENTO
                       IF WS-CLIENTE-OK
                   CLOSE PERIODOS-FILE
               END-IF.

      * SOLO LOS CARGOS (TAMBIEN LOS FINANCIEROS) Y ABONOS SE
      * VALIDAN CONTRA EL CIERRE: UN REVERSO LLEVA LA FECHA DEL
      * MOVIMIENTO ORIGINAL Y POSTEA EN LA FECHA DE NEGOCIO DE HOY
           VERIFICA-PERIODO-ABIERTO.
               MOVE "N" TO WS-PER-CERRADO-SWITCH
               IF WS-PERC-COUNT = 0
                       OR TRANS-FECHA IS NOT NUMERIC
                       OR NOT (TRANS-A-CARGO OR TRANS-ABONO)
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PERC-I FROM 1 BY 1
               CLOSE APROBACIONES-FILE.

      * UN CARGO QUE LLEVARIA EL SALDO DEL CLIENTE MAS ALLA DE SU
      * LIMITE, O EL SALDO SUMADO DE SU GRUPO CORPORATIVO MAS ALLA
      * DEL LIMITE DE GRUPO, QUEDA EXCEDIDO, SALVO QUE EXISTA UNA
      * APROBACION DE SUPERVISOR POR EL MISMO CLIENTE Y MONTO (SE
      * CONSUME AQUI)
           VERIFICA-LIMITE-CREDITO.
               MOVE "N" TO WS-LIM-EXCEDIDO-SWITCH
               MOVE 0 TO WS-CRL-INDICE
                       MOVE WS-CRL-I TO WS-CRL-INDICE
                   END-IF
               END-PERFORM
               IF WS-CRL-INDICE > 0
                   MOVE TRANS-CLIENTE-ID TO WS-SUB-ID-BUSCADO
                   PERFORM BUSCA-SUBLED
                   IF WS-SUB-HALLADO
                       COMPUTE WS-SALDO-PROYECTADO =
                           WS-SUB-SALDO(WS-SUB-INDICE) + TRANS-MONTO
                   ELSE
                       MOVE TRANS-MONTO TO WS-SALDO-PROYECTADO
                   END-IF
                   IF WS-SALDO-PROYECTADO >
                           WS-CRL-LIMITE(WS-CRL-INDICE)
                       MOVE WS-CRL-LIMITE(WS-CRL-INDICE) TO
                           WS-LIMITE-RETENCION
                       SET WS-LIM-EXCEDIDO TO TRUE
                   END-IF
               END-IF
               IF NOT WS-LIM-EXCEDIDO
                   PERFORM VERIFICA-LIMITE-GRUPO
               END-IF
               IF WS-LIM-EXCEDIDO
                   MOVE 0 TO WS-APR-INDICE
                   PERFORM VARYING WS-APR-I FROM 1 BY 1
                           UNTIL WS-APR-I > WS-APR-COUNT
                   END-PERFORM
                   IF WS-APR-INDICE > 0
                       SET WS-APR-USADA(WS-APR-INDICE) TO TRUE
                       MOVE "N" TO WS-LIM-EXCEDIDO-SWITCH
                       DISPLAY "CARGO SOBRE LIMITE APROBADO POR "
                           WS-APR-SUPER(WS-APR-INDICE) ": "
                           TRANS-CLIENTE-ID " " TRANS-MONTO
                   END-IF
               END-IF.

      * SALDO DEL GRUPO: LA CUENTA PADRE DE PRIMER NIVEL MAS TODAS
      * LAS SUCURSALES QUE SUBEN HASTA ELLA, MAS EL CARGO EN CURSO
           VERIFICA-LIMITE-GRUPO.
               MOVE TRANS-CLIENTE-ID TO WS-GP-ID-BUSCADO
               PERFORM BUSCA-RAIZ
               MOVE WS-GP-RAIZ TO WS-LG-ID-BUSCADO
               PERFORM BUSCA-LIMITE-GRUPO
               IF WS-LG-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE TRANS-MONTO TO WS-SALDO-GRUPO
               MOVE WS-GP-RAIZ TO WS-SUB-ID-BUSCADO
               PERFORM BUSCA-SUBLED
               IF WS-SUB-HALLADO
                   ADD WS-SUB-SALDO(WS-SUB-INDICE) TO WS-SALDO-GRUPO
               END-IF
               PERFORM VARYING WS-MIEMBRO-J FROM 1 BY 1
                       UNTIL WS-MIEMBRO-J > WS-GP-COUNT
                   IF WS-GP-CIA(WS-MIEMBRO-J) = WS-CIA-ACTUAL
                           AND WS-GP-PADRE(WS-MIEMBRO-J) NOT = SPACES
                       MOVE WS-GP-ID(WS-MIEMBRO-J) TO WS-GP-ID-BUSCADO
                       PERFORM PERTENECE-A-GRUPO
                       IF WS-GP-EN-GRUPO
                           MOVE WS-GP-ID(WS-MIEMBRO-J) TO
                               WS-SUB-ID-BUSCADO
                           PERFORM BUSCA-SUBLED
                           IF WS-SUB-HALLADO
                               ADD WS-SUB-SALDO(WS-SUB-INDICE) TO
                                   WS-SALDO-GRUPO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SALDO-GRUPO > WS-LG-LIMITE(WS-LG-INDICE)
                   MOVE WS-LG-LIMITE(WS-LG-INDICE) TO
                       WS-LIMITE-RETENCION
                   SET WS-LIM-EXCEDIDO TO TRUE
                   DISPLAY "GRUPO " WS-GP-RAIZ " SOBRE SU LIMITE "
                       "DE GRUPO CON EL CARGO DE " TRANS-CLIENTE-ID
               END-IF.

           RETIENE-MOVIMIENTO.
               ADD 1 TO WS-CONT-RETENIDOS
               DISPLAY "CARGO RETENIDO POR LIMITE DE CREDITO: "
                   TRANS-CLIENTE-ID " " TRANS-MONTO
                   " (LIMITE " WS-LIMITE-RETENCION ")"
               IF WS-MODO-PRUEBA
                   EXIT PARAGRAPH
               END-IF
               MOVE "P" TO PO-ESTATUS
               MOVE SPACES TO PO-SUPERVISOR
               MOVE 0 TO PO-FECHA-DECISION
               MOVE TRANS-REFERENCIA TO PO-REFERENCIA
               WRITE PENDIENTE-RECORD
               CLOSE PENDIENTES-FILE
               MOVE "OVERRIDE" TO WS-NTF-ORIGEN
               MOVE "C" TO WS-NTF-SEVERIDAD
               MOVE SPACES TO WS-NTF-REFERENCIA
               STRING TRANS-CLIENTE-ID " " TRANS-REFERENCIA " "
                   TRANS-FECHA DELIMITED BY SIZE
                   INTO WS-NTF-REFERENCIA
               MOVE TRANS-MONTO TO WS-RET-MONTO-ED
               MOVE WS-LIMITE-RETENCION TO WS-RET-LIMITE-ED
               MOVE SPACES TO WS-NTF-DETALLE
               STRING "CARGO RETENIDO " TRANS-CLIENTE-ID " POR "
                   WS-RET-MONTO-ED " LIMITE " WS-RET-LIMITE-ED
                   DELIMITED BY SIZE INTO WS-NTF-DETALLE
               PERFORM ANOTA-NOTIFICACION.

           APLICA-MOVIMIENTO.
               MOVE TRANS-CLIENTE-ID TO WS-SUB-ID-BUSCADO
               IF TRANS-A-CARGO
                   MOVE TRANS-MONTO TO WS-SUB-MONTO
               ELSE
                   COMPUTE WS-SUB-MONTO = 0 - TRANS-MONTO
                   PERFORM RECHAZA-MOVIMIENTO
                   EXIT PARAGRAPH
               END-IF
               PERFORM PARTIDA-DEL-MOVIMIENTO
               ADD 1 TO NUM
               IF TRANS-A-CARGO
                   ADD 1 TO WS-CONT-CARGOS
                   ADD TRANS-MONTO TO WS-TOTAL-CARGOS
                   ADD TRANS-MONTO TO WS-NETO
                   IF TRANS-FINANCIERO
                       ADD TRANS-MONTO TO WS-TOTAL-FINANCIEROS
                   END-IF
               ELSE
                   ADD 1 TO WS-CONT-ABONOS
                   ADD TRANS-MONTO TO WS-TOTAL-ABONOS
               MOVE TRANS-TIPO TO WS-R-TIPO
               MOVE TRANS-CLIENTE-ID TO WS-R-CLIENTE
               MOVE TRANS-MONTO TO WS-R-MONTO
               MOVE TRANS-REFERENCIA TO WS-R-REFERENCIA
               MOVE WS-REG-DETALLE-LINE TO REGISTRO-LINE
               WRITE REGISTRO-LINE
               ADD 1 TO WS-CONT-DESDE-CKPT
           VALIDA-REVERSO-ARCHIVO.
               MOVE "N" TO WS-REV-OK-SWITCH
               MOVE "N" TO WS-EOF-REV-SWITCH
               MOVE SPACES TO WS-REV-REF-ORIG
               MOVE SPACES TO WS-REV-ARCH-FILENAME
               STRING "TRANSACC." TRANS-FECHA ".DAT"
                   DELIMITED BY SIZE INTO WS-REV-ARCH-FILENAME
                                   AND TA-MONTO IS NUMERIC
                                   AND TA-MONTO = TRANS-MONTO
                                   AND (TA-TIPO = "C"
                                       OR TA-TIPO = "A"
                                       OR TA-TIPO = "F")
                               SET WS-REV-OK TO TRUE
                               MOVE TA-TIPO TO WS-REV-TIPO-ORIG
                               MOVE TA-REFERENCIA TO WS-REV-REF-ORIG
                           END-IF
                   END-READ
               END-PERFORM
      * CONTEOS DE CARGOS Y ABONOS SIGAN REFLEJANDO ACTIVIDAD REAL
           APLICA-REVERSO.
               MOVE TRANS-CLIENTE-ID TO WS-SUB-ID-BUSCADO
               IF WS-REV-TIPO-ORIG = "C" OR WS-REV-TIPO-ORIG = "F"
                   COMPUTE WS-SUB-MONTO = 0 - TRANS-MONTO
                   SUBTRACT TRANS-MONTO FROM WS-NETO
               ELSE
               END-IF
               MOVE WS-FECHA-HOY TO WS-SUB-FECHA-MOV
               PERFORM ACTUALIZA-SUBLED
               MOVE WS-CIA-ACTUAL TO WS-PA-CIA-MOV
               MOVE TRANS-CLIENTE-ID TO WS-PA-ID-MOV
               MOVE TRANS-FECHA TO WS-REV-FECHA-ORIG
               IF WS-REV-REF-ORIG = SPACES
                   MOVE TRANS-REFERENCIA TO WS-REV-REF-ORIG
               END-IF
               MOVE TRANS-MONTO TO WS-PA-MONTO
               PERFORM PARTIDA-DEL-REVERSO
               ADD 1 TO NUM
               ADD 1 TO WS-CONT-REVERSOS
               ADD TRANS-MONTO TO WS-TOTAL-REVERSOS
               MOVE TRANS-TIPO TO WS-R-TIPO
               MOVE TRANS-CLIENTE-ID TO WS-R-CLIENTE
               MOVE TRANS-MONTO TO WS-R-MONTO
               MOVE TRANS-REFERENCIA TO WS-R-REFERENCIA
               IF WS-REV-COUNT < 200
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REG-DETALLE-LINE TO
                   MOVE 0 TO WS-CONT-DESDE-CKPT
               END-IF.

      * UN CASTIGO SOLO POSTEA CONTRA SU RENGLON APROBADO (ESTATUS
      * A) DE CASTIGO.DAT: MISMO CLIENTE, COMPANIA Y MONTO. NADIE
      * CASTIGA TECLEANDO UN W DIRECTO EN TRANSACC.DAT
           PROCESA-CASTIGO.
               MOVE 0 TO WS-CAS-INDICE
               PERFORM VARYING WS-CAS-I FROM 1 BY 1
                       UNTIL WS-CAS-I > WS-CAS-COUNT
                           OR WS-CAS-INDICE > 0
                   IF WS-CAS-ID(WS-CAS-I) = TRANS-CLIENTE-ID
                           AND WS-CAS-ESTATUS(WS-CAS-I) = "A"
                           AND WS-CAS-MONTO(WS-CAS-I) = TRANS-MONTO
                           AND (WS-CAS-CIA(WS-CAS-I) = WS-CIA-ACTUAL
                             OR (WS-CAS-CIA(WS-CAS-I) = SPACES
                               AND WS-CIA-ACTUAL = "01"))
                       MOVE WS-CAS-I TO WS-CAS-INDICE
                   END-IF
               END-PERFORM
               IF WS-CAS-INDICE = 0
                   DISPLAY "CASTIGO SIN APROBACION EN CASTIGO.DAT, "
                       "RECHAZADO: " TRANS-CLIENTE-ID
                   PERFORM RECHAZA-MOVIMIENTO
                   EXIT PARAGRAPH
               END-IF
               PERFORM APLICA-CASTIGO.

      * EL CASTIGO BAJA EL SALDO DEL CLIENTE COMO UN ABONO PERO SE
      * CUENTA APARTE; EL MONTO ES EL SALDO AL APROBAR, ASI QUE UN
      * MOVIMIENTO POSTERIOR A LA APROBACION DEJA UN RESIDUO QUE SE
      * AVISA
           APLICA-CASTIGO.
               MOVE TRANS-CLIENTE-ID TO WS-SUB-ID-BUSCADO
               COMPUTE WS-SUB-MONTO = 0 - TRANS-MONTO
               MOVE WS-FECHA-HOY TO WS-SUB-FECHA-MOV
               PERFORM ACTUALIZA-SUBLED
               IF WS-SUB-LLENA AND NOT WS-SUB-HALLADO
                   DISPLAY "SUB-LIBRO LLENO (60000 CLIENTES), "
                       "MOVIMIENTO RECHAZADO: " TRANS-CLIENTE-ID
                   PERFORM RECHAZA-MOVIMIENTO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CIA-ACTUAL TO WS-PA-CIA-MOV
               MOVE TRANS-CLIENTE-ID TO WS-PA-ID-MOV
               MOVE SPACES TO WS-PA-REF-MOV
               MOVE "W" TO WS-PA-TIPO-MOV
               MOVE WS-FECHA-HOY TO WS-PA-FECHA-MOV
               MOVE TRANS-MONTO TO WS-PA-MONTO
               PERFORM APLICA-CREDITO-PARTIDAS
               IF WS-SUB-HALLADO
                       AND WS-SUB-SALDO(WS-SUB-INDICE) NOT = 0
                   DISPLAY "AVISO: SALDO RESIDUAL TRAS CASTIGO DE "
                       TRANS-CLIENTE-ID ": "
                       WS-SUB-SALDO(WS-SUB-INDICE)
               END-IF
               ADD 1 TO NUM
               ADD 1 TO WS-CONT-CASTIGOS
               ADD TRANS-MONTO TO WS-TOTAL-CASTIGOS
               SUBTRACT TRANS-MONTO FROM WS-NETO
               MOVE "P" TO WS-CAS-ESTATUS(WS-CAS-INDICE)
               MOVE WS-FECHA-HOY TO WS-CAS-FPOST(WS-CAS-INDICE)
               MOVE SPACE TO WS-APL-TIPO-ORIG
               PERFORM ANOTA-APLICADA
               MOVE TRANS-FECHA TO WS-R-FECHA
               MOVE TRANS-TIPO TO WS-R-TIPO
               MOVE TRANS-CLIENTE-ID TO WS-R-CLIENTE
               MOVE TRANS-MONTO TO WS-R-MONTO
               MOVE TRANS-REFERENCIA TO WS-R-REFERENCIA
               IF WS-CGL-COUNT < 200
                   ADD 1 TO WS-CGL-COUNT
                   MOVE WS-REG-DETALLE-LINE TO
                       WS-CGL-LINEA(WS-CGL-COUNT)
               END-IF
               ADD 1 TO WS-CONT-DESDE-CKPT
               IF WS-CONT-DESDE-CKPT >= WS-CKPT-INTERVALO
                   PERFORM ESCRIBE-CHECKPOINT
                   MOVE 0 TO WS-CONT-DESDE-CKPT
               END-IF.

      * UN REEMBOLSO SOLO POSTEA CONTRA SU RENGLON APROBADO (ESTATUS
      * A) DE REEMBOLSO.DAT: MISMO CLIENTE, COMPANIA Y MONTO, CON
      * DECISION DE DEVOLVER O TRASPASAR
           PROCESA-REEMBOLSO.
               MOVE 0 TO WS-RB-INDICE
               PERFORM VARYING WS-RB-I FROM 1 BY 1
                       UNTIL WS-RB-I > WS-RB-COUNT
                           OR WS-RB-INDICE > 0
                   IF WS-RB-ID(WS-RB-I) = TRANS-CLIENTE-ID
                           AND WS-RB-ESTATUS(WS-RB-I) = "A"
                           AND (WS-RB-DECISION(WS-RB-I) = "D"
                             OR WS-RB-DECISION(WS-RB-I) = "T")
                           AND WS-RB-MONTO(WS-RB-I) = TRANS-MONTO
                           AND WS-RB-CIA(WS-RB-I) = WS-CIA-ACTUAL
                       MOVE WS-RB-I TO WS-RB-INDICE
                   END-IF
               END-PERFORM
               IF WS-RB-INDICE = 0
                   DISPLAY "REEMBOLSO SIN APROBACION EN REEMBOLSO.DAT, "
                       "RECHAZADO: " TRANS-CLIENTE-ID
                   PERFORM RECHAZA-MOVIMIENTO
                   EXIT PARAGRAPH
               END-IF
               PERFORM APLICA-REEMBOLSO.

      * EL REEMBOLSO SUBE EL SALDO DEL CLIENTE COMO UN CARGO Y CONSUME
      * SUS ABONOS SIN APLICAR; SI DESDE LA DECISION EL CLIENTE YA USO
      * PARTE DEL CREDITO, LO QUE SOBRA QUEDA COMO PARTIDA POR COBRAR
      * Y SE AVISA
           APLICA-REEMBOLSO.
               MOVE TRANS-CLIENTE-ID TO WS-SUB-ID-BUSCADO
               MOVE TRANS-MONTO TO WS-SUB-MONTO
               MOVE WS-FECHA-HOY TO WS-SUB-FECHA-MOV
               PERFORM ACTUALIZA-SUBLED
               IF WS-SUB-LLENA AND NOT WS-SUB-HALLADO
                   DISPLAY "SUB-LIBRO LLENO (60000 CLIENTES), "
                       "MOVIMIENTO RECHAZADO: " TRANS-CLIENTE-ID
                   PERFORM RECHAZA-MOVIMIENTO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CIA-ACTUAL TO WS-PA-CIA-MOV
               MOVE TRANS-CLIENTE-ID TO WS-PA-ID-MOV
               MOVE TRANS-REFERENCIA TO WS-PA-REF-MOV
               MOVE "E" TO WS-PA-TIPO-MOV
               MOVE WS-FECHA-HOY TO WS-PA-FECHA-MOV
               MOVE TRANS-MONTO TO WS-PA-MONTO
               PERFORM NUEVA-PARTIDA-CARGO
               IF WS-PA-RESTO > 0
                   DISPLAY "AVISO: REEMBOLSO DE " TRANS-CLIENTE-ID
                       " EXCEDE SU SALDO A FAVOR; QUEDA POR COBRAR: "
                       WS-PA-RESTO
               END-IF
               ADD 1 TO NUM
               ADD 1 TO WS-CONT-REEMBOLSOS
               ADD TRANS-MONTO TO WS-TOTAL-REEMBOLSOS
               ADD TRANS-MONTO TO WS-NETO
               MOVE "P" TO WS-RB-ESTATUS(WS-RB-INDICE)
               MOVE WS-FECHA-HOY TO WS-RB-FPOST(WS-RB-INDICE)
               MOVE SPACE TO WS-APL-TIPO-ORIG
               PERFORM ANOTA-APLICADA
               MOVE TRANS-FECHA TO WS-R-FECHA
               MOVE TRANS-TIPO TO WS-R-TIPO
               MOVE TRANS-CLIENTE-ID TO WS-R-CLIENTE
               MOVE TRANS-MONTO TO WS-R-MONTO
               MOVE TRANS-REFERENCIA TO WS-R-REFERENCIA
               IF WS-RBL-COUNT < 200
                   ADD 1 TO WS-RBL-COUNT
                   MOVE WS-REG-DETALLE-LINE TO
                       WS-RBL-LINEA(WS-RBL-COUNT)
               END-IF
               ADD 1 TO WS-CONT-DESDE-CKPT
               IF WS-CONT-DESDE-CKPT >= WS-CKPT-INTERVALO
                   PERFORM ESCRIBE-CHECKPOINT
                   MOVE 0 TO WS-CONT-DESDE-CKPT
               END-IF.

           RECHAZA-MOVIMIENTO.
               ADD 1 TO WS-CONT-RECHAZOS
               DISPLAY "MOVIMIENTO RECHAZADO: " TRANS-RECORD
               MOVE WS-REG-TOTAL-LINE TO REGISTRO-LINE
               WRITE REGISTRO-LINE.

           ESCRIBE-SECCION-CASTIGOS.
               MOVE "=== CASTIGOS ===" TO REGISTRO-LINE
               WRITE REGISTRO-LINE
               PERFORM VARYING WS-CGL-I FROM 1 BY 1
                       UNTIL WS-CGL-I > WS-CGL-COUNT
                   MOVE WS-CGL-LINEA(WS-CGL-I) TO REGISTRO-LINE
                   WRITE REGISTRO-LINE
               END-PERFORM
               MOVE "TOTAL CASTIGOS:   " TO WS-RT-ETIQUETA
               MOVE WS-CONT-CASTIGOS TO WS-RT-CONT
               MOVE WS-TOTAL-CASTIGOS TO WS-RT-MONTO
               MOVE WS-REG-TOTAL-LINE TO REGISTRO-LINE
               WRITE REGISTRO-LINE.

           ESCRIBE-SECCION-REEMBOLSOS.
               MOVE "=== REEMBOLSOS ===" TO REGISTRO-LINE
               WRITE REGISTRO-LINE
               PERFORM VARYING WS-RBL-I FROM 1 BY 1
                       UNTIL WS-RBL-I > WS-RBL-COUNT
                   MOVE WS-RBL-LINEA(WS-RBL-I) TO REGISTRO-LINE
                   WRITE REGISTRO-LINE
               END-PERFORM
               MOVE "TOTAL REEMBOLSOS: " TO WS-RT-ETIQUETA
               MOVE WS-CONT-REEMBOLSOS TO WS-RT-CONT
               MOVE WS-TOTAL-REEMBOLSOS TO WS-RT-MONTO
               MOVE WS-REG-TOTAL-LINE TO REGISTRO-LINE
               WRITE REGISTRO-LINE.

           ESCRIBE-TOTALES-REGISTRO.
               IF WS-CONT-REVERSOS > 0
                   PERFORM ESCRIBE-SECCION-REVERSOS
               END-IF
               IF WS-CONT-CASTIGOS > 0
                   PERFORM ESCRIBE-SECCION-CASTIGOS
               END-IF
               IF WS-CONT-REEMBOLSOS > 0
                   PERFORM ESCRIBE-SECCION-REEMBOLSOS
               END-IF
               MOVE "TOTAL CARGOS:     " TO WS-RT-ETIQUETA
               MOVE WS-CONT-CARGOS TO WS-RT-CONT
               MOVE WS-TOTAL-CARGOS TO WS-RT-MONTO
               MOVE WS-FP-REGS TO CKPT-FP-REGS
               MOVE WS-CONT-REVERSOS TO CKPT-CONT-REVERSOS
               MOVE WS-TOTAL-REVERSOS TO CKPT-TOT-REVERSOS
               MOVE WS-CONT-CASTIGOS TO CKPT-CONT-CASTIGOS
               MOVE WS-TOTAL-CASTIGOS TO CKPT-TOT-CASTIGOS
               MOVE WS-CONT-REEMBOLSOS TO CKPT-CONT-REEMBOLSOS
               MOVE WS-TOTAL-REEMBOLSOS TO CKPT-TOT-REEMBOLSOS
               MOVE WS-TOTAL-FINANCIEROS TO CKPT-TOT-FINANCIEROS
               WRITE CKPT-RECORD
               CLOSE CHECKPOINT-FILE
               PERFORM GRABA-SUBLEDGER
               PERFORM GRABA-PARTIDAS
               PERFORM GRABA-CASTIGOS
               PERFORM GRABA-REEMBOLSOS.

      * SIN SUB-LIBRO PREVIO, LA APERTURA HISTORICA DE SALDO.DAT SE
      * SIEMBRA EN UN RENGLON *SALDO PARA QUE EL CUADRE CONTRA EL
                   MOVE 4 TO RETURN-CODE
               END-IF.

      * PARTIDAS ABIERTAS DEL MOVIMIENTO POSTEADO: UN CARGO (C, F)
      * ABRE SU PARTIDA CON LA REFERENCIA QUE TRAE; UN ABONO PAGA LA
      * PARTIDA QUE NOMBRA O, SIN REFERENCIA, LA MAS ANTIGUA
           PARTIDA-DEL-MOVIMIENTO.
               MOVE WS-CIA-ACTUAL TO WS-PA-CIA-MOV
               MOVE TRANS-CLIENTE-ID TO WS-PA-ID-MOV
               MOVE TRANS-REFERENCIA TO WS-PA-REF-MOV
               MOVE TRANS-TIPO TO WS-PA-TIPO-MOV
               MOVE TRANS-FECHA TO WS-PA-FECHA-MOV
               MOVE TRANS-MONTO TO WS-PA-MONTO
               IF TRANS-A-CARGO
                   PERFORM NUEVA-PARTIDA-CARGO
               ELSE
                   PERFORM APLICA-CREDITO-PARTIDAS
               END-IF.

      * UN REVERSO DE ABONO REABRE LA DEUDA COMO PARTIDA R CON LA
      * FECHA ORIGINAL (ENVEJECE DESDE EL PAGO QUE NO FUE); UN
      * REVERSO DE CARGO ABONA LA PARTIDA DEL CARGO ORIGINAL, QUE SE
      * LOCALIZA POR SU REFERENCIA O POR FECHA Y MONTO ORIGINAL. SI
      * ESA PARTIDA YA ESTABA PAGADA EL REVERSO QUEDA SIN APLICAR.
      * ENTRADA: WS-PA-CIA-MOV, WS-PA-ID-MOV, WS-PA-MONTO,
      * WS-REV-TIPO-ORIG, WS-REV-REF-ORIG Y WS-REV-FECHA-ORIG
           PARTIDA-DEL-REVERSO.
               MOVE "R" TO WS-PA-TIPO-MOV
               IF WS-REV-TIPO-ORIG = "C" OR WS-REV-TIPO-ORIG = "F"
                   PERFORM LOCALIZA-PARTIDA-REVERSO
                   MOVE WS-FECHA-HOY TO WS-PA-FECHA-MOV
                   PERFORM GENERA-REFERENCIA-PARTIDA
                   PERFORM APLICA-CREDITO-PARTIDAS
               ELSE
                   MOVE WS-REV-REF-ORIG TO WS-PA-REF-MOV
                   MOVE WS-REV-FECHA-ORIG TO WS-PA-FECHA-MOV
                   PERFORM NUEVA-PARTIDA-CARGO
               END-IF.

           LOCALIZA-PARTIDA-REVERSO.
               MOVE WS-REV-REF-ORIG TO WS-PA-REF-MOV
               IF WS-PA-REF-MOV NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                           OR WS-PA-REF-MOV NOT = SPACES
                   IF WS-PA-ID(WS-PA-I) = WS-PA-ID-MOV
                           AND WS-PA-CIA(WS-PA-I) = WS-PA-CIA-MOV
                           AND (WS-PA-TIPO(WS-PA-I) = "C"
                             OR WS-PA-TIPO(WS-PA-I) = "F")
                           AND WS-PA-FECHA(WS-PA-I) =
                               WS-REV-FECHA-ORIG
                           AND WS-PA-ORIGINAL(WS-PA-I) = WS-PA-MONTO
                           AND WS-PA-SALDO(WS-PA-I) > 0
                       MOVE WS-PA-REF(WS-PA-I) TO WS-PA-REF-MOV
                   END-IF
               END-PERFORM.

      * SIN ABIERTAS.DAT LAS PARTIDAS SE RECONSTRUYEN UNA VEZ:
      * CADA DIA ARCHIVADO DE ARCHTRAN.DAT SE REPITE EN ORDEN CON LAS
      * MISMAS REGLAS DEL POSTEO (LOS ABONOS DE ENTONCES NO NOMBRABAN
      * PARTIDA, ASI QUE PAGAN LA MAS ANTIGUA) Y LUEGO CADA CLIENTE SE
      * CUADRA CONTRA SU RENGLON DE SUBLED.DAT CON UNA PARTIDA AJUSTE.
      * LAS PARTIDAS SE GRABAN CON EL SUB-LIBRO; UNA PASADA DE PRUEBA
      * LAS RECONSTRUYE PERO NO LAS GRABA
           CONVIERTE-PARTIDAS.
               DISPLAY "ABIERTAS.DAT NO EXISTE: PARTIDAS ABIERTAS "
                   "RECONSTRUIDAS DESDE LOS DIAS ARCHIVADOS"
               MOVE "N" TO WS-EOF-ARCH-SWITCH
               OPEN INPUT ARCHIVO-REGISTRO
               IF WS-ARCH-STATUS = "00"
                   PERFORM UNTIL WS-EOF-ARCH
                       READ ARCHIVO-REGISTRO
                           AT END
                               SET WS-EOF-ARCH TO TRUE
                           NOT AT END
                               PERFORM CONVIERTE-DIA-ARCHIVADO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REGISTRO
               END-IF
               PERFORM CUADRA-PARTIDAS-SUBLED
               DISPLAY "PARTIDAS ABIERTAS RECONSTRUIDAS: " WS-PA-COUNT.

           CONVIERTE-DIA-ARCHIVADO.
               MOVE AR-ARCHIVO TO WS-REV-ARCH-FILENAME
               MOVE "N" TO WS-EOF-REV-SWITCH
               OPEN INPUT TRANS-ARCHIVADO
               IF WS-REV-ARCH-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-REV
                   READ TRANS-ARCHIVADO
                       AT END
                           SET WS-EOF-REV TO TRUE
                       NOT AT END
                           IF TRANS-ARCH-RECORD(1:3) NOT = "TRL"
                                   AND TA-MONTO IS NUMERIC
                               PERFORM CONVIERTE-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-ARCHIVADO.

           CONVIERTE-MOVIMIENTO.
               MOVE TA-COMPANIA TO WS-PA-CIA-MOV
               MOVE TA-CLIENTE-ID TO WS-PA-ID-MOV
               MOVE TA-REFERENCIA TO WS-PA-REF-MOV
               MOVE TA-TIPO TO WS-PA-TIPO-MOV
               IF TA-FECHA IS NUMERIC
                   MOVE TA-FECHA TO WS-PA-FECHA-MOV
               ELSE
                   MOVE AR-FECHA TO WS-PA-FECHA-MOV
               END-IF
               MOVE TA-MONTO TO WS-PA-MONTO
               IF WS-PA-CIA-MOV = SPACES
                   MOVE "01" TO WS-PA-CIA-MOV
               END-IF
               EVALUATE TA-TIPO
                   WHEN "C"
                   WHEN "F"
                   WHEN "E"
                       PERFORM NUEVA-PARTIDA-CARGO
                   WHEN "A"
                   WHEN "W"
                       PERFORM APLICA-CREDITO-PARTIDAS
                   WHEN "R"
                       MOVE TA-TIPO-ORIGINAL TO WS-REV-TIPO-ORIG
                       MOVE TA-REFERENCIA TO WS-REV-REF-ORIG
                       MOVE WS-PA-FECHA-MOV TO WS-REV-FECHA-ORIG
                       PERFORM PARTIDA-DEL-REVERSO
               END-EVALUATE.

      * CADA CLIENTE DEL SUB-LIBRO (LOS RENGLONES * SON DE CONTROL)
      * QUEDA CON PARTIDAS QUE SUMAN SU SALDO: LA DIFERENCIA A CARGO
      * ES UNA PARTIDA S "AJUSTE" Y LA DIFERENCIA A FAVOR PAGA LAS
      * MAS ANTIGUAS; LAS PARTIDAS DE CLIENTES SIN RENGLON SE CIERRAN
           CUADRA-PARTIDAS-SUBLED.
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                       UNTIL WS-SUB-I > WS-SUB-COUNT
                   IF WS-SUB-ID(WS-SUB-I)(1:1) NOT = "*"
                       PERFORM CUADRA-PARTIDAS-CLIENTE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-PA-INDICE FROM 1 BY 1
                       UNTIL WS-PA-INDICE > WS-PA-COUNT
                   MOVE 0 TO WS-SUB-INDICE
                   PERFORM VARYING WS-SUB-I FROM 1 BY 1
                           UNTIL WS-SUB-I > WS-SUB-COUNT
                               OR WS-SUB-INDICE > 0
                       IF WS-SUB-ID(WS-SUB-I) =
                               WS-PA-ID(WS-PA-INDICE)
                               AND (WS-SUB-CIA(WS-SUB-I) =
                                   WS-PA-CIA(WS-PA-INDICE)
                                 OR (WS-SUB-CIA(WS-SUB-I) = SPACES
                                   AND WS-PA-CIA(WS-PA-INDICE)
                                       = "01"))
                           MOVE WS-SUB-I TO WS-SUB-INDICE
                       END-IF
                   END-PERFORM
                   IF WS-SUB-INDICE = 0
                       MOVE 0 TO WS-PA-SALDO(WS-PA-INDICE)
                   END-IF
               END-PERFORM.

           CUADRA-PARTIDAS-CLIENTE.
               MOVE WS-SUB-CIA(WS-SUB-I) TO WS-PA-CIA-MOV
               IF WS-PA-CIA-MOV = SPACES
                   MOVE "01" TO WS-PA-CIA-MOV
               END-IF
               MOVE WS-SUB-ID(WS-SUB-I) TO WS-PA-ID-MOV
               PERFORM SUMA-PARTIDAS-CLIENTE
               COMPUTE WS-PA-MONTO =
                   WS-SUB-SALDO(WS-SUB-I) - WS-PA-TOTAL
               MOVE "S" TO WS-PA-TIPO-MOV
               MOVE WS-SUB-FECHA(WS-SUB-I) TO WS-PA-FECHA-MOV
               IF WS-PA-FECHA-MOV = 0
                   MOVE WS-FECHA-HOY TO WS-PA-FECHA-MOV
               END-IF
               EVALUATE TRUE
                   WHEN WS-PA-MONTO > 0
                       MOVE "AJUSTE" TO WS-PA-REF-MOV
                       PERFORM NUEVA-PARTIDA-CARGO
                   WHEN WS-PA-MONTO < 0
                       COMPUTE WS-PA-MONTO = 0 - WS-PA-MONTO
                       MOVE SPACES TO WS-PA-REF-MOV
                       PERFORM APLICA-CREDITO-PARTIDAS
               END-EVALUATE.

      * LAS PARTIDAS VIVAS DEBEN SUMAR LO MISMO QUE LOS RENGLONES DE
      * CLIENTE DEL SUB-LIBRO (SIN LOS RENGLONES * DE CONTROL)
           CONCILIA-PARTIDAS.
               MOVE 0 TO WS-PA-TOTAL
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                   ADD WS-PA-SALDO(WS-PA-I) TO WS-PA-TOTAL
               END-PERFORM
               MOVE 0 TO WS-SUB-TOTAL
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                       UNTIL WS-SUB-I > WS-SUB-COUNT
                   IF WS-SUB-ID(WS-SUB-I)(1:1) NOT = "*"
                       ADD WS-SUB-SALDO(WS-SUB-I) TO WS-SUB-TOTAL
                   END-IF
               END-PERFORM
               IF WS-PA-TOTAL = WS-SUB-TOTAL
                   DISPLAY "PARTIDAS ABIERTAS CUADRAN CON EL "
                       "SUB-LIBRO: " WS-PA-TOTAL
               ELSE
                   DISPLAY "DESCUADRE PARTIDAS ABIERTAS " WS-PA-TOTAL
                       " CONTRA SUB-LIBRO " WS-SUB-TOTAL
                   MOVE "ABIERTAS-TOTAL" TO WS-ERR-CAMPO-NOMBRE
                   MOVE "DESCUADRE" TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF.

           LIMPIA-CHECKPOINT.
               IF WS-MODO-PRUEBA
                   EXIT PARAGRAPH
               MOVE 0 TO CKPT-FP-REGS
               MOVE 0 TO CKPT-CONT-REVERSOS
               MOVE 0 TO CKPT-TOT-REVERSOS
               MOVE 0 TO CKPT-CONT-CASTIGOS
               MOVE 0 TO CKPT-TOT-CASTIGOS
               MOVE 0 TO CKPT-CONT-REEMBOLSOS
               MOVE 0 TO CKPT-TOT-REEMBOLSOS
               MOVE 0 TO CKPT-TOT-FINANCIEROS
               WRITE CKPT-RECORD
               CLOSE CHECKPOINT-FILE.

       COPY FECPROC.
       COPY GPPROC.
       COPY LGPROC.
       COPY PZPROC.
       COPY PTPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY TRLPROC.
       COPY GENTSPROC.
       COPY SUBPROC.
       COPY NDXPROC.
       COPY CASPROC.
       COPY RBPROC.
       COPY PAPROC.
       COPY NTFPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
