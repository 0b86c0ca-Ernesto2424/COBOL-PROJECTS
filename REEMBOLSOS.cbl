      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTHLY CREDIT-BALANCE REVIEW AND REFUND REGISTER
      * Tectonics: cobc
      * Note:      Overpayments and return credit memos leave customers
      *            with a negative balance in SUBLED.DAT. Once a month a
      *            supervisor (level 3 in OPERMAST.DAT) runs this
      *            review: every customer of the session company whose
      *            credit balance reaches the threshold keyed in is
      *            shown with the unapplied cash items in ABIERTAS.DAT
      *            that make it up, and the supervisor decides D (refund
      *            it), K (keep it as credit) or T (transfer it to
      *            another active account of the same customer, same
      *            name and surname on CLIENTE.DAT, same company). Each
      *            decision is a row of REEMBOLSO.DAT (shared RB
      *            copybooks) for the month, so a customer is reviewed
      *            once per month. A refund appends a type E entry to
      *            TRANSACC.DAT that takes the balance back to zero; a
      *            transfer appends the E entry plus an A abono on the
      *            target account. The posting run only accepts the E
      *            entry against its approved row and marks it posted.
      *            The refund register REEMBOLSO.yyyymmddhhmmss.RPT
      *            (catalogued) lists the refunds treasury pays, with
      *            the items behind each one, then the transfers and
      *            the balances kept. Each transfer is journalled
      *            (type TR, PZ copybooks) so that the bank side of the
      *            posting run's E entry and the credits bridge of the
      *            target's abono cancel out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT REEMBOLSO-REPORT ASSIGN TO DYNAMIC
                   WS-REEMBOLSO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REEMBOLSO-RPT-STATUS.
           COPY RBSEL.
           COPY SUBSEL.
           COPY PASEL.
           COPY TRAPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY PZSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  REEMBOLSO-REPORT.
       01  REEMBOLSO-LINE          PIC X(100).

       COPY RBFD.

       COPY SUBFD.

       COPY PAFD.

       COPY TRAPFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY RBWS.
       COPY SUBWS.
       COPY PAWS.
       COPY TRAPWS.
       COPY PZWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-REEMBOLSO-RPT-STATUS PIC XX.
       01  WS-REEMBOLSO-FILENAME   PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-ES-SUPERVISOR-SW     PIC X VALUE "N".
           88  WS-ES-SUPERVISOR    VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO              PIC 9(6) VALUE 0.

      * CLIENTES DEL MAESTRO: EL NOMBRE COMPLETO IDENTIFICA LAS OTRAS
      * CUENTAS DEL MISMO CLIENTE PARA UN TRASPASO
       01  WS-CLI-COUNT            PIC 9(5) VALUE 0.
       01  WS-CLIENTES-TABLE.
           05  WS-CLI-ENTRY OCCURS 10000 TIMES.
               10  WS-CLI-ID       PIC X(6).
               10  WS-CLI-NOMBRE   PIC X(20).
               10  WS-CLI-APELLIDOS PIC X(40).
               10  WS-CLI-ESTATUS  PIC X.
               10  WS-CLI-CIA      PIC X(2).
       01  WS-CLI-I                PIC 9(5) VALUE 0.
       01  WS-CLI-INDICE           PIC 9(5) VALUE 0.
       01  WS-CLI-ORIGEN           PIC 9(5) VALUE 0.
       01  WS-ID-CAPTURA           PIC X(6).

      * UMBRAL: SOLO SE REVISAN SALDOS A FAVOR DE ESTE MONTO O MAS
       01  WS-UMBRAL-TXT           PIC X(9).
       01  WS-UMBRAL-NUM REDEFINES WS-UMBRAL-TXT PIC 9(7)V99.
       01  WS-A-FAVOR              PIC S9(9)V99 VALUE 0.
       01  WS-DECISION             PIC X.
           88  WS-DEC-DEVUELVE     VALUE "D" "d".
           88  WS-DEC-CONSERVA     VALUE "K" "k".
           88  WS-DEC-TRASPASA     VALUE "T" "t".
       01  WS-DESTINO              PIC X(6).

      * LAS DECISIONES DE ESTA CORRIDA SON LOS RENGLONES DE LA TABLA
      * DESPUES DE WS-RB-INICIAL
       01  WS-RB-INICIAL           PIC 9(4) VALUE 0.
       01  WS-SECCION              PIC X.

       01  WS-CONT-REVISADOS       PIC 9(5) VALUE 0.
       01  WS-CONT-YA-DECIDIDOS    PIC 9(5) VALUE 0.
       01  WS-CONT-PENDIENTES      PIC 9(5) VALUE 0.
       01  WS-CONT-DEVUELTOS       PIC 9(5) VALUE 0.
       01  WS-CONT-TRASPASOS       PIC 9(5) VALUE 0.
       01  WS-CONT-CONSERVADOS     PIC 9(5) VALUE 0.
       01  WS-CONT-SECCION         PIC 9(5) VALUE 0.
       01  WS-TOTAL-SECCION        PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EDIT           PIC ZZZZZZZZ9.99.
       01  WS-MONTO-EDIT           PIC ZZZZZZ9.99.

       01  WS-DETALLE-LINE.
           05  WS-D-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOMBRE         PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-MONTO          PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-DESTINO        PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-SUPERVISOR     PIC X(8).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(7) VALUE "ID".
           05  FILLER              PIC X(31) VALUE "NOMBRE".
           05  FILLER              PIC X(11) VALUE "     MONTO".
           05  FILLER              PIC X(8) VALUE "DESTINO".
           05  FILLER              PIC X(10) VALUE "SUPERVISOR".

       01  WS-PARTIDA-LINE.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-P-REFERENCIA     PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-TIPO           PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-ORIGINAL       PIC -(8)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-P-SALDO          PIC -(8)9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "REEMBOLSO" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               PERFORM RESUELVE-AUD-OPERADOR
               PERFORM VERIFICA-SUPERVISOR
               IF NOT WS-ES-SUPERVISOR
                   DISPLAY "LA REVISION DE SALDOS A FAVOR REQUIERE "
                       "OPERADOR SUPERVISOR (NIVEL 3)"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CARGA-CLIENTES-REEMBOLSO
               PERFORM CARGA-SUBLEDGER
               PERFORM CARGA-PARTIDAS
               PERFORM CARGA-REEMBOLSOS
               MOVE WS-RB-COUNT TO WS-RB-INICIAL
               PERFORM WITH TEST AFTER
                       UNTIL WS-UMBRAL-TXT IS NUMERIC
                   DISPLAY "UMBRAL DEL SALDO A FAVOR (9 DIGITOS, 2 "
                       "DECIMALES IMPLICITOS)"
                   ACCEPT WS-UMBRAL-TXT
               END-PERFORM
               DISPLAY "SALDOS A FAVOR DEL PERIODO " WS-PERIODO
                   " COMPANIA " WS-CIA-ACTUAL
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                       UNTIL WS-SUB-I > WS-SUB-COUNT
                   IF WS-SUB-ID(WS-SUB-I)(1:1) NOT = "*"
                           AND WS-SUB-SALDO(WS-SUB-I) < 0
                           AND (WS-SUB-CIA(WS-SUB-I) = WS-CIA-ACTUAL
                             OR (WS-SUB-CIA(WS-SUB-I) = SPACES
                               AND WS-CIA-ACTUAL = "01"))
                       COMPUTE WS-A-FAVOR = 0 - WS-SUB-SALDO(WS-SUB-I)
                       IF WS-A-FAVOR >= WS-UMBRAL-NUM
                           PERFORM REVISA-SALDO-A-FAVOR
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RB-COUNT > WS-RB-INICIAL
                   PERFORM ANEXA-MOVIMIENTOS-REEMBOLSO
                   PERFORM GRABA-REEMBOLSOS
               END-IF
               PERFORM ESCRIBE-REGISTRO-REEMBOLSOS
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           VERIFICA-SUPERVISOR.
               MOVE "N" TO WS-ES-SUPERVISOR-SW
               MOVE "N" TO WS-EOF-OPER-SWITCH
               OPEN INPUT OPERADOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   SET WS-ES-SUPERVISOR TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF-OPER
                       READ OPERADOR-MASTER
                           AT END
                               SET WS-EOF-OPER TO TRUE
                           NOT AT END
                               IF OP-ID = WS-AUD-OPERADOR
                                       AND OP-NIVEL IS NUMERIC
                                       AND OP-NIVEL >= 3
                                   SET WS-ES-SUPERVISOR TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-MASTER
               END-IF.

           CARGA-CLIENTES-REEMBOLSO.
               MOVE 0 TO WS-CLI-COUNT
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "AVISO: CLIENTE.DAT NO DISPONIBLE, NO SE "
                       "PUEDEN TRASPASAR SALDOS"
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
                               MOVE FD-NOMBRE TO
                                   WS-CLI-NOMBRE(WS-CLI-COUNT)
                               MOVE FD-APELLIDOS TO
                                   WS-CLI-APELLIDOS(WS-CLI-COUNT)
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

           BUSCA-CLIENTE-REEMBOLSO.
               MOVE 0 TO WS-CLI-INDICE
               PERFORM VARYING WS-CLI-I FROM 1 BY 1
                       UNTIL WS-CLI-I > WS-CLI-COUNT
                           OR WS-CLI-INDICE > 0
                   IF WS-CLI-ID(WS-CLI-I) = WS-ID-CAPTURA
                       MOVE WS-CLI-I TO WS-CLI-INDICE
                   END-IF
               END-PERFORM.

      ******************************************************************
      * REVISION DE CADA SALDO A FAVOR
      ******************************************************************
      * UN CLIENTE YA DECIDIDO EN EL PERIODO, O CON UN REEMBOLSO
      * APROBADO QUE EL POSTEO AUN NO APLICA, NO SE VUELVE A PRESENTAR
           REVISA-SALDO-A-FAVOR.
               ADD 1 TO WS-CONT-REVISADOS
               MOVE WS-SUB-ID(WS-SUB-I) TO WS-RB-ID-BUSCADO
               MOVE WS-PERIODO TO WS-RB-PERIODO-BUSCADO
               PERFORM BUSCA-REEMBOLSO
               IF WS-RB-INDICE = 0
                   PERFORM VARYING WS-RB-I FROM 1 BY 1
                           UNTIL WS-RB-I > WS-RB-COUNT
                               OR WS-RB-INDICE > 0
                       IF WS-RB-ID(WS-RB-I) = WS-RB-ID-BUSCADO
                               AND WS-RB-CIA(WS-RB-I) = WS-CIA-ACTUAL
                               AND WS-RB-ESTATUS(WS-RB-I) = "A"
                           MOVE WS-RB-I TO WS-RB-INDICE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RB-INDICE > 0
                   ADD 1 TO WS-CONT-YA-DECIDIDOS
                   EXIT PARAGRAPH
               END-IF
               IF WS-RB-COUNT >= 2000
                   DISPLAY "REEMBOLSO.DAT LLENO (2000), CLIENTE "
                       WS-RB-ID-BUSCADO " QUEDA PENDIENTE"
                   ADD 1 TO WS-CONT-PENDIENTES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SUB-ID(WS-SUB-I) TO WS-ID-CAPTURA
               PERFORM BUSCA-CLIENTE-REEMBOLSO
               MOVE WS-CLI-INDICE TO WS-CLI-ORIGEN
               MOVE WS-A-FAVOR TO WS-MONTO-EDIT
               DISPLAY " "
               IF WS-CLI-ORIGEN > 0
                   DISPLAY "CLIENTE " WS-ID-CAPTURA " "
                       WS-CLI-NOMBRE(WS-CLI-ORIGEN) " "
                       WS-CLI-APELLIDOS(WS-CLI-ORIGEN)
               ELSE
                   DISPLAY "CLIENTE " WS-ID-CAPTURA
                       " (SIN REGISTRO EN EL MAESTRO)"
               END-IF
               DISPLAY "SALDO A FAVOR: " WS-MONTO-EDIT
               DISPLAY "ABONOS SIN APLICAR QUE LO FORMAN:"
               PERFORM MUESTRA-ABONOS-SIN-APLICAR
               DISPLAY "D-DEVOLVER  K-CONSERVAR COMO CREDITO  "
                   "T-TRASPASAR A OTRA CUENTA  ENTER-DEJAR PENDIENTE"
               MOVE SPACE TO WS-DECISION
               ACCEPT WS-DECISION
               EVALUATE TRUE
                   WHEN WS-DEC-DEVUELVE
                       MOVE SPACES TO WS-DESTINO
                       MOVE "D" TO WS-DECISION
                       PERFORM ANOTA-DECISION
                       ADD 1 TO WS-CONT-DEVUELTOS
                       DISPLAY "REEMBOLSO APROBADO: " WS-MONTO-EDIT
                   WHEN WS-DEC-CONSERVA
                       MOVE SPACES TO WS-DESTINO
                       MOVE "K" TO WS-DECISION
                       PERFORM ANOTA-DECISION
                       ADD 1 TO WS-CONT-CONSERVADOS
                       DISPLAY "SALDO SE CONSERVA COMO CREDITO"
                   WHEN WS-DEC-TRASPASA
                       PERFORM CAPTURA-CUENTA-DESTINO
                   WHEN OTHER
                       ADD 1 TO WS-CONT-PENDIENTES
                       DISPLAY "SIN DECISION, QUEDA PENDIENTE"
               END-EVALUATE.

           MUESTRA-ABONOS-SIN-APLICAR.
               MOVE 0 TO WS-CONT-SECCION
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                   IF WS-PA-ID(WS-PA-I) = WS-ID-CAPTURA
                           AND WS-PA-CIA(WS-PA-I) = WS-CIA-ACTUAL
                           AND WS-PA-SALDO(WS-PA-I) < 0
                       PERFORM ARMA-LINEA-PARTIDA
                       DISPLAY WS-PARTIDA-LINE
                       ADD 1 TO WS-CONT-SECCION
                   END-IF
               END-PERFORM
               IF WS-CONT-SECCION = 0
                   DISPLAY "       (SIN PARTIDAS EN ABIERTAS.DAT)"
               END-IF.

           ARMA-LINEA-PARTIDA.
               MOVE WS-PA-REF(WS-PA-I) TO WS-P-REFERENCIA
               MOVE WS-PA-TIPO(WS-PA-I) TO WS-P-TIPO
               MOVE WS-PA-FECHA(WS-PA-I) TO WS-P-FECHA
               MOVE WS-PA-ORIGINAL(WS-PA-I) TO WS-P-ORIGINAL
               MOVE WS-PA-SALDO(WS-PA-I) TO WS-P-SALDO.

      * LA CUENTA DESTINO ES OTRA CUENTA ACTIVA DEL MISMO CLIENTE:
      * MISMO NOMBRE Y APELLIDOS EN EL MAESTRO Y MISMA COMPANIA
           CAPTURA-CUENTA-DESTINO.
               IF WS-CLI-ORIGEN = 0
                   DISPLAY "CLIENTE SIN REGISTRO EN EL MAESTRO, NO SE "
                       "PUEDE TRASPASAR; QUEDA PENDIENTE"
                   ADD 1 TO WS-CONT-PENDIENTES
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ID DE LA CUENTA DESTINO (6 DIGITOS)"
               MOVE SPACES TO WS-ID-CAPTURA
               ACCEPT WS-ID-CAPTURA
               PERFORM BUSCA-CLIENTE-REEMBOLSO
               EVALUATE TRUE
                   WHEN WS-CLI-INDICE = 0
                       DISPLAY "CUENTA DESTINO NO EXISTE"
                   WHEN WS-CLI-INDICE = WS-CLI-ORIGEN
                       DISPLAY "LA CUENTA DESTINO ES LA MISMA CUENTA"
                   WHEN WS-CLI-CIA(WS-CLI-INDICE) NOT = WS-CIA-ACTUAL
                       DISPLAY "CUENTA DESTINO DE OTRA COMPANIA"
                   WHEN WS-CLI-ESTATUS(WS-CLI-INDICE) = "B"
                       DISPLAY "CUENTA DESTINO DADA DE BAJA"
                   WHEN WS-CLI-NOMBRE(WS-CLI-INDICE) NOT =
                           WS-CLI-NOMBRE(WS-CLI-ORIGEN)
                       OR WS-CLI-APELLIDOS(WS-CLI-INDICE) NOT =
                           WS-CLI-APELLIDOS(WS-CLI-ORIGEN)
                       DISPLAY "LA CUENTA DESTINO ES DE OTRO CLIENTE"
                   WHEN OTHER
                       MOVE WS-ID-CAPTURA TO WS-DESTINO
                       MOVE "T" TO WS-DECISION
                       PERFORM ANOTA-DECISION
                       ADD 1 TO WS-CONT-TRASPASOS
                       DISPLAY "TRASPASO APROBADO A " WS-DESTINO ": "
                           WS-MONTO-EDIT
                       EXIT PARAGRAPH
               END-EVALUATE
               DISPLAY "TRASPASO NO APROBADO, QUEDA PENDIENTE"
               ADD 1 TO WS-CONT-PENDIENTES.

      * EL RENGLON DEL PERIODO GUARDA LA DECISION Y QUIEN LA TOMO; LO
      * QUE SE CONSERVA NO LLEVA MOVIMIENTO (ESTATUS N)
           ANOTA-DECISION.
               ADD 1 TO WS-RB-COUNT
               MOVE WS-SUB-ID(WS-SUB-I) TO WS-RB-ID(WS-RB-COUNT)
               MOVE WS-CIA-ACTUAL TO WS-RB-CIA(WS-RB-COUNT)
               MOVE WS-PERIODO TO WS-RB-PERIODO(WS-RB-COUNT)
               MOVE WS-A-FAVOR TO WS-RB-MONTO(WS-RB-COUNT)
               MOVE WS-DECISION TO WS-RB-DECISION(WS-RB-COUNT)
               MOVE WS-DESTINO TO WS-RB-DESTINO(WS-RB-COUNT)
               MOVE WS-AUD-OPERADOR TO WS-RB-SUPERV(WS-RB-COUNT)
               MOVE WS-FECHA-HOY TO WS-RB-FDEC(WS-RB-COUNT)
               MOVE 0 TO WS-RB-FPOST(WS-RB-COUNT)
               IF WS-DECISION = "K"
                   MOVE "N" TO WS-RB-ESTATUS(WS-RB-COUNT)
               ELSE
                   MOVE "A" TO WS-RB-ESTATUS(WS-RB-COUNT)
               END-IF.

      ******************************************************************
      * MOVIMIENTOS PARA EL POSTEO
      ******************************************************************
      * UNA DEVOLUCION O UN TRASPASO LLEVA UN E AL CLIENTE (LLEVA SU
      * SALDO A CERO); EL TRASPASO ADEMAS UN ABONO SIN REFERENCIA A LA
      * CUENTA DESTINO, QUE PAGA SUS PARTIDAS MAS ANTIGUAS
           ANEXA-MOVIMIENTOS-REEMBOLSO.
               IF WS-CONT-DEVUELTOS + WS-CONT-TRASPASOS = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-CONT-TRASPASOS > 0
                   PERFORM ABRE-POLIZA
               END-IF
               PERFORM ABRE-ANEXO-TRANSACC
               PERFORM VARYING WS-RB-I FROM 1 BY 1
                       UNTIL WS-RB-I > WS-RB-COUNT
                   IF WS-RB-I > WS-RB-INICIAL
                           AND WS-RB-ESTATUS(WS-RB-I) = "A"
                       PERFORM ANEXA-REEMBOLSO
                   END-IF
               END-PERFORM
               PERFORM CIERRA-ANEXO-TRANSACC.

           ANEXA-REEMBOLSO.
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "E" TO TRANS-TIPO
               MOVE WS-RB-ID(WS-RB-I) TO TRANS-CLIENTE-ID
               MOVE WS-RB-MONTO(WS-RB-I) TO TRANS-MONTO
               MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
               IF WS-RB-DECISION(WS-RB-I) = "T"
                   STRING "TR" WS-RB-DESTINO(WS-RB-I)
                       DELIMITED BY SIZE INTO TRANS-REFERENCIA
               ELSE
                   STRING "RE" WS-PERIODO
                       DELIMITED BY SIZE INTO TRANS-REFERENCIA
               END-IF
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               IF WS-RB-DECISION(WS-RB-I) = "T"
                   MOVE SPACES TO TRANS-RECORD
                   MOVE WS-FECHA-HOY TO TRANS-FECHA
                   MOVE "A" TO TRANS-TIPO
                   MOVE WS-RB-DESTINO(WS-RB-I) TO TRANS-CLIENTE-ID
                   MOVE WS-RB-MONTO(WS-RB-I) TO TRANS-MONTO
                   MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
                   PERFORM ANEXA-MOVIMIENTO-TRANSACC
                   PERFORM ASIENTA-POLIZA-TRASPASO
               END-IF.

      * EL POSTEO ASIENTA EL E DEL TRASPASO COMO SALIDA DE BANCOS Y EL
      * ABONO DESTINO CONTRA EL PUENTE DE ABONOS; ESTA POLIZA REGRESA
      * EL BANCO Y CANCELA EL PUENTE, Y SOLO QUEDA EL CAMBIO DE CUENTA
           ASIENTA-POLIZA-TRASPASO.
               MOVE SPACES TO WS-PZ-REFERENCIA
               STRING "TR" WS-RB-DESTINO(WS-RB-I)
                   DELIMITED BY SIZE INTO WS-PZ-REFERENCIA
               MOVE "TR" TO WS-PZ-TIPO
               MOVE WS-RB-MONTO(WS-RB-I) TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA.

      ******************************************************************
      * REGISTRO DE REEMBOLSOS PARA TESORERIA
      ******************************************************************
           ESCRIBE-REGISTRO-REEMBOLSOS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-REEMBOLSO-FILENAME
               STRING "REEMBOLSO." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-REEMBOLSO-FILENAME
               OPEN OUTPUT REEMBOLSO-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE WS-REPORTE-IDENT-LINE TO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE SPACES TO REEMBOLSO-LINE
               MOVE WS-UMBRAL-NUM TO WS-MONTO-EDIT
               STRING "SALDOS A FAVOR DEL PERIODO " WS-PERIODO
                   "  UMBRAL " WS-MONTO-EDIT
                   DELIMITED BY SIZE INTO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE WS-TITULO-LINE TO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE "=== REEMBOLSOS A PAGAR POR TESORERIA ===" TO
                   REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE "D" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-REEMBOLSOS
               MOVE "=== TRASPASOS A OTRA CUENTA DEL CLIENTE ===" TO
                   REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE "T" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-REEMBOLSOS
               MOVE "=== CONSERVADOS COMO CREDITO ===" TO
                   REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE "K" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-REEMBOLSOS
               MOVE SPACES TO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE SPACES TO REEMBOLSO-LINE
               STRING "REVISADOS: " WS-CONT-REVISADOS
                   "  YA DECIDIDOS: " WS-CONT-YA-DECIDIDOS
                   "  PENDIENTES: " WS-CONT-PENDIENTES
                   DELIMITED BY SIZE INTO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               MOVE WS-REPORTE-PIE-LINE TO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               CLOSE REEMBOLSO-REPORT
               MOVE "REEMBOLSO" TO WS-RC-TIPO
               MOVE WS-REEMBOLSO-FILENAME TO WS-RC-ARCHIVO
               COMPUTE WS-RC-REGS = WS-RB-COUNT - WS-RB-INICIAL
               PERFORM REGISTRA-GENERACION
               DISPLAY " "
               DISPLAY "REGISTRO DE REEMBOLSOS EN "
                   WS-REEMBOLSO-FILENAME
               DISPLAY "  REVISADOS      " WS-CONT-REVISADOS
               DISPLAY "  YA DECIDIDOS   " WS-CONT-YA-DECIDIDOS
               DISPLAY "  DEVUELTOS      " WS-CONT-DEVUELTOS
               DISPLAY "  TRASPASADOS    " WS-CONT-TRASPASOS
               DISPLAY "  CONSERVADOS    " WS-CONT-CONSERVADOS
               DISPLAY "  PENDIENTES     " WS-CONT-PENDIENTES.

      * LOS REEMBOLSOS A PAGAR LLEVAN DEBAJO LAS PARTIDAS QUE LOS
      * FORMAN, PARA QUE TESORERIA VEA DE DONDE SALE CADA PAGO
           ESCRIBE-SECCION-REEMBOLSOS.
               MOVE 0 TO WS-CONT-SECCION
               MOVE 0 TO WS-TOTAL-SECCION
               PERFORM VARYING WS-RB-I FROM 1 BY 1
                       UNTIL WS-RB-I > WS-RB-COUNT
                   IF WS-RB-I > WS-RB-INICIAL
                           AND WS-RB-DECISION(WS-RB-I) = WS-SECCION
                       PERFORM ESCRIBE-LINEA-REEMBOLSO
                   END-IF
               END-PERFORM
               MOVE SPACES TO REEMBOLSO-LINE
               MOVE WS-TOTAL-SECCION TO WS-TOTAL-EDIT
               STRING "TOTAL: " WS-CONT-SECCION " CLIENTES POR "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE.

           ESCRIBE-LINEA-REEMBOLSO.
               ADD 1 TO WS-CONT-SECCION
               ADD WS-RB-MONTO(WS-RB-I) TO WS-TOTAL-SECCION
               MOVE WS-RB-ID(WS-RB-I) TO WS-D-CLIENTE
               MOVE WS-RB-ID(WS-RB-I) TO WS-ID-CAPTURA
               PERFORM BUSCA-CLIENTE-REEMBOLSO
               MOVE SPACES TO WS-D-NOMBRE
               IF WS-CLI-INDICE > 0
                   STRING WS-CLI-NOMBRE(WS-CLI-INDICE)
                       DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-CLI-APELLIDOS(WS-CLI-INDICE)
                       DELIMITED BY "  "
                       INTO WS-D-NOMBRE
               END-IF
               MOVE WS-RB-MONTO(WS-RB-I) TO WS-D-MONTO
               MOVE WS-RB-DESTINO(WS-RB-I) TO WS-D-DESTINO
               MOVE WS-RB-SUPERV(WS-RB-I) TO WS-D-SUPERVISOR
               MOVE WS-DETALLE-LINE TO REEMBOLSO-LINE
               WRITE REEMBOLSO-LINE
               IF WS-SECCION = "D"
                   PERFORM VARYING WS-PA-I FROM 1 BY 1
                           UNTIL WS-PA-I > WS-PA-COUNT
                       IF WS-PA-ID(WS-PA-I) = WS-RB-ID(WS-RB-I)
                               AND WS-PA-CIA(WS-PA-I) = WS-CIA-ACTUAL
                               AND WS-PA-SALDO(WS-PA-I) < 0
                           PERFORM ARMA-LINEA-PARTIDA
                           MOVE WS-PARTIDA-LINE TO REEMBOLSO-LINE
                           WRITE REEMBOLSO-LINE
                       END-IF
                   END-PERFORM
               END-IF.

       COPY RBPROC.
       COPY SUBPROC.
       COPY PAPROC.
       COPY TRAPPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
