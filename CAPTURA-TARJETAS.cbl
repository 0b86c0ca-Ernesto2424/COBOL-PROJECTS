      ******************************************************************
      * Author:
      * Date:
      * Purpose:   CAPTURE OF EMPLOYEE TIME CARDS FOR THE PAYROLL RUN
      * Tectonics: cobc
      * Note:      For each card the operator keys the EMP-ID, the pay
      *            period (AAAAMM) and frequency, and the regular and
      *            overtime hours worked. The employee must be in
      *            EMPLOYEE.DAT under the run's company and, when the
      *            employee already has a row in SALARIO.DAT, the card
      *            frequency must be the one the employee is paid on.
      *            Regular hours may not exceed the working week of
      *            HORASEXT.CTL times the weeks in the period, nor
      *            overtime the weekly overtime limit times the same
      *            weeks; one card per employee, period and frequency.
      *            Accepted cards are appended to TARJETA.DAT and
      *            rejects go to the error log. NOMINA pays the
      *            overtime at the premium rate of HORASEXT.CTL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT SALARIO-FILE ASSIGN TO "SALARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           COPY TJSEL.
           COPY HXSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  SALARIO-FILE.
       01  SALARIO-RECORD.
           05  SA-EMP-ID           PIC X(6).
           05  SA-BASE             PIC 9(7)V99.
           05  SA-FRECUENCIA       PIC X.
           05  SA-DEDUCCIONES      PIC 9(5)V99.
           05  SA-COMPANIA         PIC X(2).

       COPY TJFD.

       COPY HXFD.

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
       COPY TJWS.
       COPY HXWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-SAL-STATUS           PIC XX.
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-EOF-SAL-SWITCH       PIC X VALUE "N".
           88  WS-EOF-SAL          VALUE "Y".
       01  WS-EMP-EXISTE-SWITCH    PIC X VALUE "N".
           88  WS-EMP-EXISTE       VALUE "Y".
       01  WS-DUPLICADA-SWITCH     PIC X VALUE "N".
           88  WS-DUPLICADA        VALUE "Y".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-EMP-ID               PIC X(6).
       01  WS-EMP-NOMBRE           PIC X(20).
       01  WS-PERIODO              PIC X(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-AAAA         PIC 9(4).
           05  WS-PER-MM           PIC 99.
       01  WS-FRECUENCIA           PIC X.
           88  WS-FRECUENCIA-OK    VALUE "S" "Q" "M".
       01  WS-FREC-SALARIO         PIC X.
       01  WS-NORMALES-TXT         PIC X(5).
       01  WS-NORMALES REDEFINES WS-NORMALES-TXT PIC 9(3)V99.
       01  WS-EXTRA-TXT            PIC X(5).
       01  WS-EXTRA REDEFINES WS-EXTRA-TXT PIC 9(3)V99.
       01  WS-CONT-CAPTURADAS      PIC 9(4) VALUE 0.
       01  WS-CONT-RECHAZADAS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CAPTTARJ" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-PARAM-HORAS-EXTRA
               DISPLAY "JORNADA " WS-HX-JORNADA " HORAS, LIMITE "
                   WS-HX-LIMITE " HORAS EXTRA POR SEMANA, PRIMA "
                   WS-HX-PRIMA "%"
               PERFORM UNTIL WS-FIN
                   DISPLAY "ID DE EMPLEADO (ENTER = TERMINAR)"
                   MOVE SPACES TO WS-EMP-ID
                   ACCEPT WS-EMP-ID
                   IF WS-EMP-ID = SPACES
                       SET WS-FIN TO TRUE
                   ELSE
                       PERFORM CAPTURA-TARJETA
                   END-IF
               END-PERFORM
               DISPLAY "TARJETAS CAPTURADAS: " WS-CONT-CAPTURADAS
                   "  RECHAZADAS: " WS-CONT-RECHAZADAS
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CAPTURA-TARJETA.
               PERFORM VERIFICA-EMPLEADO
               IF NOT WS-EMP-EXISTE
                   DISPLAY "EMPLEADO NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL ": " WS-EMP-ID
                   MOVE "TJ-EMP-ID" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-EMP-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-TARJETA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY WS-EMP-NOMBRE
               DISPLAY "PERIODO DE PAGO (AAAAMM)"
               ACCEPT WS-PERIODO
               IF WS-PERIODO IS NOT NUMERIC
                       OR WS-PER-MM < 1 OR WS-PER-MM > 12
                   DISPLAY "PERIODO INVALIDO: " WS-PERIODO
                   MOVE "TJ-PERIODO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-PERIODO TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-TARJETA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "FRECUENCIA (S SEMANAL / Q QUINCENAL / "
                   "M MENSUAL)"
               ACCEPT WS-FRECUENCIA
               PERFORM BUSCA-FRECUENCIA-SALARIO
               IF NOT WS-FRECUENCIA-OK
                       OR (WS-FREC-SALARIO NOT = SPACE
                           AND WS-FREC-SALARIO NOT = WS-FRECUENCIA)
                   DISPLAY "FRECUENCIA INVALIDA O DISTINTA A LA DE "
                       "SU SALARIO (" WS-FREC-SALARIO "): "
                       WS-FRECUENCIA
                   MOVE "TJ-FRECUENCIA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-FRECUENCIA TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-TARJETA
                   EXIT PARAGRAPH
               END-IF
               IF WS-FREC-SALARIO = SPACE
                   DISPLAY "AVISO: " WS-EMP-ID " SIN SALARIO "
                       "REGISTRADO; LA NOMINA NO PAGARA LA TARJETA "
                       "MIENTRAS NO LO TENGA"
               END-IF
               PERFORM VERIFICA-DUPLICADA
               IF WS-DUPLICADA
                   DISPLAY "YA HAY TARJETA DE " WS-EMP-ID " PARA "
                       WS-PERIODO "/" WS-FRECUENCIA
                   MOVE "TJ-PERIODO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-PERIODO TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-TARJETA
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FRECUENCIA TO WS-HX-FRECUENCIA
               PERFORM SEMANAS-DE-FRECUENCIA
               DISPLAY "HORAS ORDINARIAS (5 DIGITOS, 2 DECIMALES "
                   "IMPLICITOS)"
               ACCEPT WS-NORMALES-TXT
               IF WS-NORMALES-TXT IS NOT NUMERIC
                       OR WS-NORMALES > WS-HX-HORAS-PERIODO
                   DISPLAY "HORAS ORDINARIAS INVALIDAS, MAXIMO "
                       WS-HX-HORAS-PERIODO ": " WS-NORMALES-TXT
                   MOVE "TJ-HRS-NORMALES" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-NORMALES-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-TARJETA
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "HORAS EXTRA (5 DIGITOS, 2 DECIMALES "
                   "IMPLICITOS)"
               ACCEPT WS-EXTRA-TXT
               IF WS-EXTRA-TXT IS NOT NUMERIC
                       OR WS-EXTRA > WS-HX-LIMITE-PERIODO
                   DISPLAY "HORAS EXTRA INVALIDAS O SOBRE EL LIMITE "
                       "DE " WS-HX-LIMITE-PERIODO ": " WS-EXTRA-TXT
                   MOVE "TJ-HORAS-EXTRA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-EXTRA-TXT TO WS-ERR-CAMPO-VALOR
                   PERFORM RECHAZA-TARJETA
                   EXIT PARAGRAPH
               END-IF
               PERFORM ANOTA-TARJETA
               ADD 1 TO WS-CONT-CAPTURADAS
               DISPLAY "TARJETA REGISTRADA: " WS-EMP-ID " "
                   WS-PERIODO "/" WS-FRECUENCIA.

           RECHAZA-TARJETA.
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

      * FRECUENCIA CON QUE SE LE PAGA AL EMPLEADO EN LA COMPANIA;
      * ESPACIO CUANDO AUN NO TIENE SALARIO
           BUSCA-FRECUENCIA-SALARIO.
               MOVE SPACE TO WS-FREC-SALARIO
               MOVE "N" TO WS-EOF-SAL-SWITCH
               OPEN INPUT SALARIO-FILE
               IF WS-SAL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-SAL
                   READ SALARIO-FILE
                       AT END
                           SET WS-EOF-SAL TO TRUE
                       NOT AT END
                           IF SA-EMP-ID = WS-EMP-ID
                                   AND (SA-COMPANIA =
                                       WS-CIA-ACTUAL
                                     OR (SA-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               MOVE SA-FRECUENCIA TO WS-FREC-SALARIO
                               SET WS-EOF-SAL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARIO-FILE.

           VERIFICA-DUPLICADA.
               MOVE "N" TO WS-DUPLICADA-SWITCH
               MOVE "N" TO WS-TJ-EOF-SWITCH
               OPEN INPUT TARJETA-FILE
               IF WS-TJ-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-TJ-EOF OR WS-DUPLICADA
                   READ TARJETA-FILE
                       AT END
                           SET WS-TJ-EOF TO TRUE
                       NOT AT END
                           IF TJ-EMP-ID = WS-EMP-ID
                                   AND TJ-COMPANIA = WS-CIA-ACTUAL
                                   AND TJ-PERIODO = WS-PERIODO
                                   AND TJ-FRECUENCIA = WS-FRECUENCIA
                               SET WS-DUPLICADA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJETA-FILE.

           ANOTA-TARJETA.
               OPEN EXTEND TARJETA-FILE
               IF WS-TJ-STATUS = "05" OR WS-TJ-STATUS = "35"
                   CLOSE TARJETA-FILE
                   OPEN OUTPUT TARJETA-FILE
               END-IF
               MOVE SPACES TO TARJETA-RECORD
               MOVE WS-EMP-ID TO TJ-EMP-ID
               MOVE WS-CIA-ACTUAL TO TJ-COMPANIA
               MOVE WS-PERIODO TO TJ-PERIODO
               MOVE WS-FRECUENCIA TO TJ-FRECUENCIA
               MOVE WS-NORMALES TO TJ-HORAS-NORMALES
               MOVE WS-EXTRA TO TJ-HORAS-EXTRA
               MOVE WS-FECHA-HOY TO TJ-FECHA-CAPTURA
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-AUD-OPERADOR TO TJ-OPERADOR
               WRITE TARJETA-RECORD
               CLOSE TARJETA-FILE.

       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY HXPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
