      *            or manually reversed. Requires a level-3 operator.
      *            Already-archived register days are left untouched
      *            as the audit trail of what actually posted.
      *            The duplicate's open items on ABIERTAS.DAT move
      *            to the survivor with their reference and date.
      *            When the phonetic duplicate sweep has left pending
      *            pairs in DUPCOLA.DAT the operator can work that
      *            queue instead of typing the IDs: each pair is shown
      *            with its score and matching data and is either
      *            merged (survivor and duplicate come filled in, in
      *            either direction), marked as different people so it
      *            is never proposed again, or skipped. The merged
      *            pair is closed in the queue; a pair whose customer
      *            is gone or already baja is retired on sight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           COPY SUBSEL.
           COPY PASEL.
           COPY CIASEL.
           COPY CERRSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY NDXSEL.
           COPY DQSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  TRANS-NUEVO.
       01  TRANS-NUEVO-RECORD      PIC X(40).
           05  OP-NIVEL             PIC 9.

       COPY SUBFD.
       COPY PAFD.

       COPY CIAFD.

       COPY AUDITFD.
       COPY ERRFD.
       COPY NDXFD.
       COPY DQFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CERRWS.
       COPY CIAWS.
       COPY SUBWS.
       COPY PAWS.
       COPY NDXWS.
       COPY DQWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-NUEVO-STATUS         PIC XX.

       01  WS-NOMBRE-SUP           PIC X(62).
       01  WS-NOMBRE-DUP           PIC X(62).
       01  WS-ESTATUS-SUP          PIC X.
       01  WS-ESTATUS-DUP          PIC X.

      * REVISION DE LA COLA DE POSIBLES DUPLICADOS
       01  WS-CONT-PENDIENTES      PIC 9(4) VALUE 0.
       01  WS-DQ-REV               PIC 9(4) VALUE 0.
       01  WS-DQ-ELEGIDO           PIC 9(4) VALUE 0.
       01  WS-TERMINA-SWITCH       PIC X VALUE "N".
           88  WS-TERMINA          VALUE "Y".

       PROCEDURE DIVISION.
           MAIN.
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM ELIGE-PAR-A-FUSIONAR
               IF WS-TERMINA
                   DISPLAY "NINGUN PAR ELEGIDO, NADA FUSIONADO"
                   PERFORM LIBERA-CERROJO
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               IF WS-ID-SUPERVIVIENTE = WS-ID-DUPLICADO
                   DISPLAY "LOS DOS ID SON EL MISMO, NADA QUE HACER"
                   PERFORM LIBERA-CERROJO
               PERFORM REAPUNTA-TRANSACCIONES
               PERFORM REAPUNTA-HISTORIAL
               PERFORM FUSIONA-SUBLEDGER
               PERFORM FUSIONA-PARTIDAS
               PERFORM BAJA-DUPLICADO-MAESTRO
               PERFORM ANOTA-FUSION
               PERFORM CIERRA-PAR-COLA
               DISPLAY "FUSION COMPLETA: " WS-ID-DUPLICADO
                   " FUSIONADO EN " WS-ID-SUPERVIVIENTE
               DISPLAY "HISTORIAL REAPUNTADO: " WS-CONT-HIST
                   CLOSE OPERADOR-MASTER
               END-IF.

      * CON PARES PENDIENTES DE LA COMPANIA EN LA COLA EL OPERADOR
      * ELIGE ENTRE REVISARLA O CAPTURAR LOS DOS ID A MANO
           ELIGE-PAR-A-FUSIONAR.
               MOVE "N" TO WS-TERMINA-SWITCH
               MOVE 0 TO WS-DQ-ELEGIDO
               MOVE 0 TO WS-CONT-PENDIENTES
               PERFORM CARGA-COLA-DUP
               PERFORM VARYING WS-DQ-REV FROM 1 BY 1
                       UNTIL WS-DQ-REV > WS-DQ-COUNT
                   IF WS-DQ-CIA(WS-DQ-REV) = WS-CIA-ACTUAL
                           AND WS-DQ-EST(WS-DQ-REV) = "P"
                       ADD 1 TO WS-CONT-PENDIENTES
                   END-IF
               END-PERFORM
               IF WS-CONT-PENDIENTES > 0
                   DISPLAY "HAY " WS-CONT-PENDIENTES " PARES "
                       "PENDIENTES EN LA COLA DE DUPLICADOS"
                   DISPLAY "R-REVISAR LA COLA  M-FUSION MANUAL"
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = "R" OR WS-RESPUESTA = "r"
                       PERFORM REVISA-COLA-DUP
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "ID DEL CLIENTE SUPERVIVIENTE"
               ACCEPT WS-ID-SUPERVIVIENTE
               DISPLAY "ID DEL CLIENTE DUPLICADO (SE DA DE BAJA)"
               ACCEPT WS-ID-DUPLICADO.

           REVISA-COLA-DUP.
               PERFORM VARYING WS-DQ-REV FROM 1 BY 1
                       UNTIL WS-DQ-REV > WS-DQ-COUNT
                           OR WS-DQ-ELEGIDO > 0 OR WS-TERMINA
                   IF WS-DQ-CIA(WS-DQ-REV) = WS-CIA-ACTUAL
                           AND WS-DQ-EST(WS-DQ-REV) = "P"
                       PERFORM PRESENTA-PAR-DUP
                   END-IF
               END-PERFORM
               IF WS-DQ-ELEGIDO = 0
                   SET WS-TERMINA TO TRUE
               END-IF.

      * F FUSIONA B EN A (A, EL ID MENOR, SOBREVIVE), I AL REVES,
      * D LO MARCA COMO PERSONAS DISTINTAS, O LO DEJA PENDIENTE
           PRESENTA-PAR-DUP.
               MOVE WS-DQ-REG(WS-DQ-REV) TO DUPCOLA-RECORD
               MOVE DQ-ID-A TO WS-ID-SUPERVIVIENTE
               MOVE DQ-ID-B TO WS-ID-DUPLICADO
               PERFORM LOCALIZA-AMBOS
               IF NOT WS-SUP-HALLADO OR NOT WS-DUP-HALLADO
                       OR WS-ESTATUS-SUP = "B" OR WS-ESTATUS-DUP = "B"
                   DISPLAY "PAR " DQ-ID-A "/" DQ-ID-B " YA NO "
                       "VIGENTE, SE RETIRA DE LA COLA"
                   MOVE "X" TO DQ-ESTATUS
                   PERFORM RESUELVE-PAR-COLA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PAR " DQ-ID-A "/" DQ-ID-B "  PUNTAJE "
                   DQ-PUNTAJE "  COINCIDE: " DQ-RAZONES
               DISPLAY "  A: " DQ-ID-A " " WS-NOMBRE-SUP
               DISPLAY "  B: " DQ-ID-B " " WS-NOMBRE-DUP
               DISPLAY "F-FUSIONAR B EN A  I-FUSIONAR A EN B  "
                   "D-SON DISTINTOS  O-OMITIR  X-TERMINAR"
               ACCEPT WS-RESPUESTA
               EVALUATE WS-RESPUESTA
                   WHEN "F"
                   WHEN "f"
                       MOVE WS-DQ-REV TO WS-DQ-ELEGIDO
                   WHEN "I"
                   WHEN "i"
                       MOVE DQ-ID-B TO WS-ID-SUPERVIVIENTE
                       MOVE DQ-ID-A TO WS-ID-DUPLICADO
                       MOVE WS-DQ-REV TO WS-DQ-ELEGIDO
                   WHEN "D"
                   WHEN "d"
                       MOVE "R" TO DQ-ESTATUS
                       PERFORM RESUELVE-PAR-COLA
                       DISPLAY "PAR MARCADO COMO PERSONAS DISTINTAS, "
                           "NO SE VOLVERA A PROPONER"
                   WHEN "X"
                   WHEN "x"
                       SET WS-TERMINA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * DQ-ESTATUS LO DEJA QUIEN LLAMA; EL RENGLON WS-DQ-REV QUEDA
      * RESUELTO POR EL OPERADOR DE LA SESION
           RESUELVE-PAR-COLA.
               MOVE WS-FECHA-HOY TO DQ-FECHA-RESOL
               MOVE WS-AUD-OPERADOR TO DQ-OPERADOR
               MOVE DQ-ESTATUS TO WS-DQ-EST(WS-DQ-REV)
               MOVE DUPCOLA-RECORD TO WS-DQ-REG(WS-DQ-REV)
               PERFORM GRABA-COLA-DUP.

      * EL PAR FUSIONADO (VENGA DE LA COLA O DE CAPTURA MANUAL) SE
      * CIERRA EN LA COLA PARA QUE EL BARRIDO NO LO VUELVA A PROPONER
           CIERRA-PAR-COLA.
               MOVE WS-ID-SUPERVIVIENTE TO WS-DQ-BUSCA-A
               MOVE WS-ID-DUPLICADO TO WS-DQ-BUSCA-B
               PERFORM BUSCA-PAR-DUP
               IF WS-DQ-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DQ-INDICE TO WS-DQ-REV
               MOVE WS-DQ-REG(WS-DQ-REV) TO DUPCOLA-RECORD
               MOVE "F" TO DQ-ESTATUS
               PERFORM RESUELVE-PAR-COLA.

           LOCALIZA-AMBOS.
               MOVE "N" TO WS-SUP-HALLADO-SWITCH
               MOVE "N" TO WS-DUP-HALLADO-SWITCH
                               IF FD-CLIENTE-ID =
                                       WS-ID-SUPERVIVIENTE
                                   SET WS-SUP-HALLADO TO TRUE
                                   MOVE FD-ESTATUS TO WS-ESTATUS-SUP
                                   MOVE SPACES TO WS-NOMBRE-SUP
                                   STRING FUNCTION TRIM(FD-NOMBRE)
                                       " " FUNCTION
                               END-IF
                               IF FD-CLIENTE-ID = WS-ID-DUPLICADO
                                   SET WS-DUP-HALLADO TO TRUE
                                   MOVE FD-ESTATUS TO WS-ESTATUS-DUP
                                   MOVE SPACES TO WS-NOMBRE-DUP
                                   STRING FUNCTION TRIM(FD-NOMBRE)
                                       " " FUNCTION
               PERFORM DEPURA-RENGLON-FUSION
               PERFORM GRABA-SUBLEDGER.

      * LAS PARTIDAS ABIERTAS DEL DUPLICADO (CON SU REFERENCIA Y
      * FECHA ORIGINAL, PARA QUE SIGAN ENVEJECIENDO IGUAL) PASAN AL
      * SUPERVIVIENTE, QUE ES QUIEN AHORA LAS DEBE
           FUSIONA-PARTIDAS.
               PERFORM CARGA-PARTIDAS
               IF WS-PA-SIN-ARCHIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-PA-INDICE
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                   IF WS-PA-ID(WS-PA-I) = WS-ID-DUPLICADO
                           AND WS-PA-CIA(WS-PA-I) = WS-CIA-ACTUAL
                       MOVE WS-ID-SUPERVIVIENTE TO WS-PA-ID(WS-PA-I)
                       ADD 1 TO WS-PA-INDICE
                   END-IF
               END-PERFORM
               IF WS-PA-INDICE > 0
                   PERFORM GRABA-PARTIDAS
                   DISPLAY "PARTIDAS ABIERTAS REAPUNTADAS: "
                       WS-PA-INDICE
               END-IF.

           DEPURA-RENGLON-FUSION.
               MOVE 0 TO WS-SUB-INDICE
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
               CLOSE HIST-CLIENTE-FILE.

       COPY SUBPROC.
       COPY PAPROC.
       COPY CIAPROC.
       COPY INTPROC.
       COPY CERRPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY NDXPROC.
       COPY DQPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
