      *            ERRORES.LOG) and prints student names on the CALIF
      *            per-course sections. Bajas are logical so history
      *            keeps resolving.
      *            Each student names the CLIENTE-ID that pays the
      *            tuition (the student or a guardian); it must be an
      *            active customer in CLIENTE.DAT. COLEGIATURAS bills
      *            enrollments to that customer's sub-ledger.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           COPY ALUSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       COPY ALUFD.
       COPY AUDITFD.
       COPY ERRFD.
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FILE-STATUS          PIC XX.
       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-PAGADOR-OK-SWITCH    PIC X VALUE "N".
           88  WS-PAGADOR-OK       VALUE "Y".

       01  WS-ALUMNO-ID            PIC X(8).
       01  WS-NOMBRE               PIC X(30).
       01  WS-PAGADOR              PIC X(6).
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-INDICE               PIC 9(4) VALUE 0.

                   MOVE WS-ALU-NOMBRE(WS-ALU-I) TO AL-NOMBRE
                   MOVE WS-ALU-ESTATUS(WS-ALU-I) TO AL-ESTATUS
                   MOVE WS-ALU-FINSC(WS-ALU-I) TO AL-FECHA-INSC
                   MOVE WS-ALU-CLIENTE(WS-ALU-I) TO AL-CLIENTE-ID
                   WRITE ALUMNO-RECORD
               END-PERFORM
               CLOSE ALUMNOS-FILE.
                   DISPLAY "NOMBRE DEL ALUMNO"
                   ACCEPT WS-NOMBRE
               END-PERFORM
               PERFORM CAPTURA-PAGADOR
               PERFORM LOCALIZA-ALUMNO
               IF WS-INDICE > 0
                   MOVE WS-NOMBRE TO
                       WS-ALU-NOMBRE(WS-INDICE)
                   MOVE "A" TO WS-ALU-ESTATUS(WS-INDICE)
                   IF WS-PAGADOR NOT = SPACES
                       MOVE WS-PAGADOR TO WS-ALU-CLIENTE(WS-INDICE)
                   END-IF
                   DISPLAY "ALUMNO ACTUALIZADO: " WS-ALUMNO-ID
               ELSE
                   IF WS-ALU-COUNT >= 2000
                       MOVE "A" TO WS-ALU-ESTATUS(WS-ALU-COUNT)
                       MOVE WS-FECHA-HOY TO
                           WS-ALU-FINSC(WS-ALU-COUNT)
                       MOVE WS-PAGADOR TO
                           WS-ALU-CLIENTE(WS-ALU-COUNT)
                       DISPLAY "ALUMNO REGISTRADO: " WS-ALUMNO-ID
                   END-IF
               END-IF.
                       WS-ALU-NOMBRE(WS-INDICE) " "
                       WS-ALU-ESTATUS(WS-INDICE) " INSCRITO "
                       WS-ALU-FINSC(WS-INDICE)
                   DISPLAY "  PAGA LA COLEGIATURA: "
                       WS-ALU-CLIENTE(WS-INDICE)
               END-IF.

           LISTA-ALUMNOS.
                       UNTIL WS-ALU-I > WS-ALU-COUNT
                   DISPLAY "  " WS-ALU-ID(WS-ALU-I) " "
                       WS-ALU-NOMBRE(WS-ALU-I) " "
                       WS-ALU-ESTATUS(WS-ALU-I) " "
                       WS-ALU-CLIENTE(WS-ALU-I)
               END-PERFORM
               DISPLAY "ALUMNOS REGISTRADOS: " WS-ALU-COUNT.

      * EL PAGADOR DEBE SER UN CLIENTE ACTIVO DEL MAESTRO; EN BLANCO
      * UN ALUMNO NUEVO QUEDA SIN FACTURAR Y UNO EXISTENTE CONSERVA
      * EL QUE TENIA
           CAPTURA-PAGADOR.
               PERFORM WITH TEST AFTER
                       UNTIL WS-PAGADOR = SPACES OR WS-PAGADOR-OK
                   DISPLAY "CLIENTE QUE PAGA LA COLEGIATURA "
                       "(BLANCO = SIN CAMBIO)"
                   ACCEPT WS-PAGADOR
                   IF WS-PAGADOR NOT = SPACES
                       PERFORM VERIFICA-PAGADOR
                       IF NOT WS-PAGADOR-OK
                           DISPLAY "CLIENTE NO EXISTE O ESTA EN "
                               "BAJA: " WS-PAGADOR
                           MOVE "AL-CLIENTE-ID" TO
                               WS-ERR-CAMPO-NOMBRE
                           MOVE WS-PAGADOR TO WS-ERR-CAMPO-VALOR
                           PERFORM REGISTRA-RECHAZO
                       END-IF
                   END-IF
               END-PERFORM.

           VERIFICA-PAGADOR.
               MOVE "N" TO WS-PAGADOR-OK-SWITCH
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   SET WS-EOF-MASTER TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND FD-CLIENTE-ID = WS-PAGADOR
                                   AND FD-ESTATUS NOT = "B"
                               SET WS-PAGADOR-OK TO TRUE
                               SET WS-EOF-MASTER TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF.

       COPY ALUPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
