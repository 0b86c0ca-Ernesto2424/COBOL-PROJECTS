      ******************************************************************
      * Author:
      * Date:
      * Purpose:   CAPTURE OF VACATION LEAVE TAKEN
      * Tectonics: cobc
      * Note:      For each leave the operator keys the EMP-ID, first
      *            and last day, the working days to charge and the
      *            approver. The employee must be in EMPLOYEE.DAT under
      *            the run's company, the dates must be valid with the
      *            days no more than the calendar span, the leave must
      *            not overlap one already on file, the approver must
      *            be an operator of level 2 or higher in OPERMAST.DAT
      *            and the days may not exceed the balance available
      *            in VACSALDO.DAT (granted less taken). Accepted
      *            leave is appended to VACMOV.DAT and charged to the
      *            balance; rejects go to the error log. NOMINA shows
      *            the leave on the payslip of the period it falls in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           COPY VSSEL.
           COPY VMSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       COPY VSFD.

       COPY VMFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.
       COPY ERRFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY ERRWS.
       COPY CIAWS.
       COPY VSWS.
       COPY VMWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-EMP-EXISTE-SWITCH    PIC X VALUE "N".
           88  WS-EMP-EXISTE       VALUE "Y".
       01  WS-APROBADOR-OK-SWITCH  PIC X VALUE "N".
           88  WS-APROBADOR-OK     VALUE "Y".
       01  WS-TRASLAPE-SWITCH      PIC X VALUE "N".
           88  WS-TRASLAPE         VALUE "Y".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-EMP-ID               PIC X(6).
       01  WS-EMP-NOMBRE           PIC X(20).
       01  WS-FECHA-INI-TXT        PIC X(8).
       01  WS-FECHA-INI REDEFINES WS-FECHA-INI-TXT PIC 9(8).
       01  WS-FECHA-FIN-TXT        PIC X(8).
       01  WS-FECHA-FIN REDEFINES WS-FECHA-FIN-TXT PIC 9(8).
       01  WS-DIAS-TXT             PIC X(3).
       01  WS-DIAS REDEFINES WS-DIAS-TXT PIC 9(3).
       01  WS-APROBADOR            PIC X(8).
       01  WS-FEC-VALIDA           PIC 9(8) VALUE 0.
       01  WS-FEC-VALIDA-R REDEFINES WS-FEC-VALIDA.
           05  WS-FV-AAAA          PIC 9(4).
           05  WS-FV-MM            PIC 99.
           05  WS-FV-DD            PIC 99.
       01  WS-FECHA-OK-SWITCH      PIC X VALUE "N".
           88  WS-FECHA-OK         VALUE "Y".
       01  WS-DIAS-NATURALES       PIC S9(5) VALUE 0.
       01  WS-CONT-CAPTURADAS      PIC 9(4) VALUE 0.
       01  WS-CONT-RECHAZADAS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CAPTVAC" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-SALDOS-VACACIONES
               PERFORM UNTIL WS-FIN
                   DISPLAY "ID DE EMPLEADO (ENTER = TERMINAR)"
                   MOVE SPACES TO WS-EMP-ID
                   ACCEPT WS-EMP-ID
                   IF WS-EMP-ID = SPACES
                       SET WS-FIN TO TRUE
                   ELSE
                       PERFORM CAPTURA-AUSENCIA
                   END-IF
               END-PERFORM
               PERFORM GRABA-SALDOS-VACACIONES
               DISPLAY "AUSENCIAS CAPTURADAS: " WS-CONT-CAPTURADAS
                   "  RECHAZADAS: " WS-CONT-RECHAZADAS
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CAPTURA-AUSENCIA.
               PERFORM VERIFICA-EMPLEADO
               IF NOT WS-EMP-EXISTE
                   DISPLAY "EMPLEADO NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL ": " WS-EMP-ID
                   MOVE "EMP-ID" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-EMP-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-AUSENCIA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EMP-ID TO WS-VS-BUSCADO
               PERFORM BUSCA-SALDO-VACACIONES
               DISPLAY WS-EMP-NOMBRE " DIAS DISPONIBLES: "
                   WS-VS-DISPONIBLE
               DISPLAY "PRIMER DIA DE VACACIONES (AAAAMMDD)"
               ACCEPT WS-FECHA-INI-TXT
               MOVE "N" TO WS-FECHA-OK-SWITCH
               IF WS-FECHA-INI-TXT IS NUMERIC
                   MOVE WS-FECHA-INI TO WS-FEC-VALIDA
                   PERFORM VALIDA-FECHA
               END-IF
               IF NOT WS-FECHA-OK
                   DISPLAY "FECHA INICIAL INVALIDA: " WS-FECHA-INI-TXT
                   MOVE "VM-FECHA-INICIO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-FECHA-INI-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-AUSENCIA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ULTIMO DIA DE VACACIONES (AAAAMMDD)"
               ACCEPT WS-FECHA-FIN-TXT
               MOVE "N" TO WS-FECHA-OK-SWITCH
               IF WS-FECHA-FIN-TXT IS NUMERIC
                   MOVE WS-FECHA-FIN TO WS-FEC-VALIDA
                   PERFORM VALIDA-FECHA
               END-IF
               IF WS-FECHA-OK AND WS-FECHA-FIN < WS-FECHA-INI
                   MOVE "N" TO WS-FECHA-OK-SWITCH
               END-IF
               IF NOT WS-FECHA-OK
                   DISPLAY "FECHA FINAL INVALIDA O ANTERIOR A LA "
                       "INICIAL: " WS-FECHA-FIN-TXT
                   MOVE "VM-FECHA-FIN" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-FECHA-FIN-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-AUSENCIA
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DIAS-NATURALES =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-INI) + 1
               DISPLAY "DIAS HABILES A DESCONTAR (3 DIGITOS)"
               ACCEPT WS-DIAS-TXT
               IF WS-DIAS-TXT IS NOT NUMERIC
                       OR WS-DIAS = 0
                       OR WS-DIAS > WS-DIAS-NATURALES
                   DISPLAY "DIAS INVALIDOS PARA EL PERIODO DE "
                       WS-DIAS-NATURALES " DIAS NATURALES: "
                       WS-DIAS-TXT
                   MOVE "VM-DIAS" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-DIAS-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-AUSENCIA
                   EXIT PARAGRAPH
               END-IF
               IF WS-DIAS > WS-VS-DISPONIBLE
                   DISPLAY "SALDO INSUFICIENTE, DISPONIBLES "
                       WS-VS-DISPONIBLE " SOLICITADOS " WS-DIAS
                   MOVE "VS-SALDO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-EMP-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-AUSENCIA
                   EXIT PARAGRAPH
               END-IF
               PERFORM VERIFICA-TRASLAPE
               IF WS-TRASLAPE
                   DISPLAY "YA HAY VACACIONES REGISTRADAS EN ESAS "
                       "FECHAS PARA " WS-EMP-ID
                   MOVE "VM-FECHA-INICIO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-FECHA-INI-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-AUSENCIA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ID DEL OPERADOR QUE AUTORIZA"
               MOVE SPACES TO WS-APROBADOR
               ACCEPT WS-APROBADOR
               PERFORM VERIFICA-APROBADOR
               IF NOT WS-APROBADOR-OK
                   DISPLAY "AUTORIZADOR INVALIDO (NIVEL 2 O MAYOR): "
                       WS-APROBADOR
                   MOVE "VM-APROBADOR" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-APROBADOR TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-AUSENCIA
                   EXIT PARAGRAPH
               END-IF
               PERFORM ANOTA-AUSENCIA
               ADD WS-DIAS TO WS-VS-TOMADOS(WS-VS-INDICE)
               ADD 1 TO WS-CONT-CAPTURADAS
               COMPUTE WS-VS-DISPONIBLE = WS-VS-DISPONIBLE - WS-DIAS
               DISPLAY "VACACIONES REGISTRADAS, SALDO RESTANTE: "
                   WS-VS-DISPONIBLE.

           RECHAZA-AUSENCIA.
               ADD 1 TO WS-CONT-RECHAZADAS
               PERFORM REGISTRA-RECHAZO.

           VERIFICA-EMPLEADO.
               MOVE "N" TO WS-EMP-EXISTE-SWITCH
               MOVE "N" TO WS-EOF-EMP-SWITCH
               MOVE SPACES TO WS-EMP-NOMBRE
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-EMP OR WS-EMP-EXISTE
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND EMP-ID = WS-EMP-ID
                                   AND (EMP-COMPANIA =
                                       WS-CIA-ACTUAL
                                     OR (EMP-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               SET WS-EMP-EXISTE TO TRUE
                               MOVE EMP-NOMBRE TO WS-EMP-NOMBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           VALIDA-FECHA.
               MOVE "N" TO WS-FECHA-OK-SWITCH
               IF WS-FV-AAAA < 1990 OR WS-FV-AAAA > 2099
                       OR WS-FV-MM < 1 OR WS-FV-MM > 12
                       OR WS-FV-DD < 1 OR WS-FV-DD > 31
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-FEC-VALIDA) = 0
                   EXIT PARAGRAPH
               END-IF
               SET WS-FECHA-OK TO TRUE.

      * UNA AUSENCIA NUEVA NO PUEDE TRASLAPARSE CON OTRA DEL MISMO
      * EMPLEADO YA REGISTRADA
           VERIFICA-TRASLAPE.
               MOVE "N" TO WS-TRASLAPE-SWITCH
               MOVE "N" TO WS-VM-EOF-SWITCH
               OPEN INPUT VACMOV-FILE
               IF WS-VM-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-VM-EOF OR WS-TRASLAPE
                   READ VACMOV-FILE
                       AT END
                           SET WS-VM-EOF TO TRUE
                       NOT AT END
                           IF VM-EMP-ID = WS-EMP-ID
                                   AND VM-FECHA-INICIO IS NUMERIC
                                   AND VM-FECHA-FIN IS NUMERIC
                                   AND VM-FECHA-INICIO NOT >
                                       WS-FECHA-FIN
                                   AND VM-FECHA-FIN NOT <
                                       WS-FECHA-INI
                               SET WS-TRASLAPE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VACMOV-FILE.

      * SIN OPERMAST.DAT NO HAY CONTRA QUE VALIDAR Y SE ACEPTA
           VERIFICA-APROBADOR.
               MOVE "N" TO WS-APROBADOR-OK-SWITCH
               IF WS-APROBADOR = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-EOF-OPER-SWITCH
               OPEN INPUT OPERADOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   SET WS-APROBADOR-OK TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-OPER OR WS-APROBADOR-OK
                   READ OPERADOR-MASTER
                       AT END
                           SET WS-EOF-OPER TO TRUE
                       NOT AT END
                           IF OP-ID = WS-APROBADOR
                                   AND OP-NIVEL IS NUMERIC
                                   AND OP-NIVEL >= 2
                               SET WS-APROBADOR-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MASTER.

           ANOTA-AUSENCIA.
               OPEN EXTEND VACMOV-FILE
               IF WS-VM-STATUS = "05" OR WS-VM-STATUS = "35"
                   CLOSE VACMOV-FILE
                   OPEN OUTPUT VACMOV-FILE
               END-IF
               MOVE SPACES TO VACMOV-RECORD
               MOVE WS-EMP-ID TO VM-EMP-ID
               MOVE WS-CIA-ACTUAL TO VM-COMPANIA
               MOVE WS-FECHA-INI TO VM-FECHA-INICIO
               MOVE WS-FECHA-FIN TO VM-FECHA-FIN
               MOVE WS-DIAS TO VM-DIAS
               MOVE WS-APROBADOR TO VM-APROBADOR
               MOVE WS-FECHA-HOY TO VM-FECHA-CAPTURA
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-AUD-OPERADOR TO VM-OPERADOR
               WRITE VACMOV-RECORD
               CLOSE VACMOV-FILE.

       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY VSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
