      *            TRANSACC.DAT and the session is logged in
      *            CAJASES.DAT. A session abandoned or out of balance
      *            writes nothing to the register.
      *            Each receipt may name the open item it pays (the
      *            reference of an order or charge on ABIERTAS.DAT);
      *            the reference must be an open item of that
      *            customer and travels with the abono so posting
      *            applies it there. A blank reference is applied to
      *            the oldest open items.
      *            The receipts of a balanced session are also kept
      *            one per line in CAJAREC.DAT, keyed by the session's
      *            date, opening time and cashier, so the deposit slip
      *            that later takes the session's cash to the bank
      *            (FICHAS-DEPOSITO, number kept on CAJASES.DAT) can
      *            list the receipts it covers.
      *            A balanced session also journals its total in
      *            POLIZAS.DAT (cash against receipts to apply, per
      *            the CAJARECIBO row of MAPACONT.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           COPY CSSEL.
           COPY CJSEL.
           COPY TRAPSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY PASEL.
           COPY PZSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       COPY CSFD.
       COPY CJFD.

       COPY TRAPFD.


       COPY AUDITFD.
       COPY ERRFD.
       COPY PAFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY CIAWS.
       COPY GENTSWS.
       COPY PAWS.
       COPY PZWS.

       01  WS-CLIENTE-STATUS       PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-SES-STATUS           PIC XX.
       01  WS-CJ-STATUS            PIC XX.

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  CLIENTE-ID              PIC X(6).
       01  WS-MONTO-TXT            PIC X(9).
       01  WS-MONTO-NUM REDEFINES WS-MONTO-TXT PIC 9(7)V99.
       01  WS-PARTIDA-REF          PIC X(10).
       01  WS-NOMBRE-CLIENTE       PIC X(40).
       01  WS-PANT-CONFIRMA        PIC X VALUE "F".
       01  WS-PANT-MSG             PIC X(60) VALUE SPACES.
                   INDEXED BY WS-RCX.
               10  WS-R-ID         PIC X(6).
               10  WS-R-MONTO      PIC 9(7)V99.
               10  WS-R-REF        PIC X(10).

       SCREEN SECTION.
      * PANEL DE CAPTURA DE RECIBOS: UN RECIBO POR PANTALLA, EL
           05  LINE 4  COL 22 PIC X(40) FROM WS-NOMBRE-CLIENTE.
           05  LINE 6  COL 5  VALUE "MONTO (9 DIG, 2 DEC):".
           05  LINE 6  COL 28 PIC X(9) USING WS-MONTO-TXT.
           05  LINE 7  COL 5  VALUE "PARTIDA (BLANCO=MAS ANTIGUA):".
           05  LINE 7  COL 36 PIC X(10) USING WS-PARTIDA-REF.
           05  LINE 8  COL 5  VALUE "TOTAL TECLEADO:".
           05  LINE 8  COL 22 PIC ZZZZZZZ9.99 FROM
               WS-TOTAL-TECLEADO.
               PERFORM RESUELVE-AUD-OPERADOR
               DISPLAY "SESION DE CAJA ABIERTA POR "
                   WS-AUD-OPERADOR
               PERFORM CARGA-PARTIDAS
               PERFORM CAPTURA-RECIBOS
               IF WS-REC-COUNT = 0
                   DISPLAY "SESION SIN RECIBOS, NADA GRABADO"
               PERFORM UNTIL WS-SESION-FIN
                   MOVE SPACES TO CLIENTE-ID
                   MOVE SPACES TO WS-MONTO-TXT
                   MOVE SPACES TO WS-PARTIDA-REF
                   MOVE SPACES TO WS-NOMBRE-CLIENTE
                   MOVE "F" TO WS-PANT-CONFIRMA
                   DISPLAY PANTALLA-RECIBO

           VALIDA-RECIBO.
               MOVE SPACES TO WS-PANT-MSG
               MOVE FUNCTION UPPER-CASE(WS-PARTIDA-REF)
                   TO WS-PARTIDA-REF
               PERFORM BUSCA-PARTIDA-RECIBO
               EVALUATE TRUE
                   WHEN CLIENTE-ID = SPACES
                       MOVE "CLIENTE NO PUEDE ESTAR EN BLANCO"
                   WHEN WS-REC-COUNT >= 200
                       MOVE "SESION LLENA (200), CIERRALA"
                           TO WS-PANT-MSG
                   WHEN NOT WS-PA-SIN-ARCHIVO
                           AND WS-PARTIDA-REF NOT = SPACES
                           AND NOT WS-PA-HALLADA
                       MOVE "PARTIDA NO ABIERTA PARA ESE CLIENTE"
                           TO WS-PANT-MSG
                       MOVE "PARTIDA" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-PARTIDA-REF TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                   WHEN OTHER
                       PERFORM BUSCA-CLIENTE
                       IF NOT WS-FOUND
                           SET WS-RCX TO WS-REC-COUNT
                           MOVE CLIENTE-ID TO WS-R-ID(WS-RCX)
                           MOVE WS-MONTO-NUM TO WS-R-MONTO(WS-RCX)
                           MOVE WS-PARTIDA-REF TO WS-R-REF(WS-RCX)
                           ADD WS-MONTO-NUM TO WS-TOTAL-TECLEADO
                           MOVE "RECIBO REGISTRADO EN LA SESION"
                               TO WS-PANT-MSG
                       END-IF
               END-EVALUATE.

      * LA PARTIDA NOMBRADA DEBE ESTAR ABIERTA (SALDO POR COBRAR)
      * PARA EL CLIENTE EN LA COMPANIA DE LA SESION
           BUSCA-PARTIDA-RECIBO.
               MOVE "N" TO WS-PA-HALLADA-SWITCH
               IF WS-PARTIDA-REF = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CIA-ACTUAL TO WS-PA-CIA-MOV
               MOVE CLIENTE-ID TO WS-PA-ID-MOV
               MOVE WS-PARTIDA-REF TO WS-PA-REF-MOV
               PERFORM BUSCA-PARTIDA-ANTIGUA
               IF WS-PA-INDICE > 0
                   SET WS-PA-HALLADA TO TRUE
               END-IF.

           BUSCA-CLIENTE.
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE "N" TO WS-EOF-MASTER-SWITCH
                   MOVE WS-R-ID(WS-RCX) TO TRANS-CLIENTE-ID
                   MOVE WS-R-MONTO(WS-RCX) TO TRANS-MONTO
                   MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
                   MOVE WS-R-REF(WS-RCX) TO TRANS-REFERENCIA
                   PERFORM ANEXA-MOVIMIENTO-TRANSACC
               END-PERFORM
               PERFORM CIERRA-ANEXO-TRANSACC
               MOVE WS-REC-COUNT TO CS-RECIBOS
               MOVE WS-TOTAL-TECLEADO TO CS-TOTAL
               MOVE WS-CIA-ACTUAL TO CS-COMPANIA
               MOVE 0 TO CS-FICHA
               WRITE CAJASES-RECORD
               CLOSE CAJASES-FILE
      *        DETALLE DE RECIBOS DE LA SESION PARA LA FICHA DE DEPOSITO
               OPEN EXTEND CAJAREC-FILE
               IF WS-CJ-STATUS = "05" OR WS-CJ-STATUS = "35"
                   CLOSE CAJAREC-FILE
                   OPEN OUTPUT CAJAREC-FILE
               END-IF
               PERFORM VARYING WS-RCX FROM 1 BY 1
                       UNTIL WS-RCX > WS-REC-COUNT
                   MOVE SPACES TO CAJAREC-RECORD
                   MOVE WS-FECHA-HOY TO CJ-FECHA
                   MOVE WS-HORA-SESION TO CJ-HORA
                   MOVE WS-AUD-OPERADOR TO CJ-CAJERO
                   MOVE WS-CIA-ACTUAL TO CJ-COMPANIA
                   MOVE WS-R-ID(WS-RCX) TO CJ-CLIENTE-ID
                   MOVE WS-R-MONTO(WS-RCX) TO CJ-MONTO
                   MOVE WS-R-REF(WS-RCX) TO CJ-REFERENCIA
                   WRITE CAJAREC-RECORD
               END-PERFORM
               CLOSE CAJAREC-FILE
      *        POLIZA DE LA SESION: EFECTIVO CONTRA COBRANZA POR APLICAR
               PERFORM ABRE-POLIZA
               MOVE WS-HORA-SESION TO WS-PZ-REFERENCIA
               MOVE "AB" TO WS-PZ-TIPO
               MOVE WS-TOTAL-TECLEADO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               DISPLAY "SESION CERRADA: " WS-REC-COUNT
                   " RECIBOS POR " WS-TOTAL-TECLEADO.

       COPY FECPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY PAPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
