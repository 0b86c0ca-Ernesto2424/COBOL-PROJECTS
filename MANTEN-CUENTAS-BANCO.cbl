      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MAINTENANCE OF EMPLOYEE BANK ACCOUNTS FOR PAYROLL
      *            DIRECT DEPOSIT
      * Tectonics: cobc
      * Note:      CTABANCO.DAT carries one 18-digit interbank account
      *            per EMP-ID. On entry the EMP-ID is validated against
      *            EMPLOYEE.DAT and the account must be all digits
      *            with a correct check digit (weights 3, 7, 1 over
      *            the first 17 digits, modulo 10); rejects go to the
      *            error log. NOMINA pays every employee with an
      *            account through the bank disbursement file and
      *            lists the rest for a manual check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CTASEL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           COPY CIASEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY CTAFD.

       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       COPY CIAFD.

       COPY AUDITFD.
       COPY ERRFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY CIAWS.
       COPY CTAWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-EMP-EXISTE-SWITCH    PIC X VALUE "N".
           88  WS-EMP-EXISTE       VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-EMP-ID               PIC X(6).
       01  WS-FECHA-HOY            PIC 9(8).

      * CLAVE INTERBANCARIA Y CALCULO DEL DIGITO VERIFICADOR
       01  WS-CUENTA               PIC X(18).
       01  WS-CUENTA-DIGITOS REDEFINES WS-CUENTA.
           05  WS-CUENTA-DIGITO    PIC 9 OCCURS 18 TIMES.
       01  WS-PESOS-VALORES        PIC X(17)
                                   VALUE "37137137137137137".
       01  WS-PESOS REDEFINES WS-PESOS-VALORES.
           05  WS-PESO             PIC 9 OCCURS 17 TIMES.
       01  WS-POS                  PIC 99 VALUE 0.
       01  WS-PRODUCTO             PIC 99 VALUE 0.
       01  WS-SUMA-DIGITOS         PIC 9(3) VALUE 0.
       01  WS-DIGITO-CALCULADO     PIC 9 VALUE 0.
       01  WS-CUENTA-OK-SWITCH     PIC X VALUE "N".
           88  WS-CUENTA-OK        VALUE "Y".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTCTA" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-CUENTAS
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA/CAMBIO  B-BAJA  L-LISTA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM ALTA-CUENTA
                       WHEN WS-BAJA
                           PERFORM BAJA-CUENTA
                       WHEN WS-LISTA
                           PERFORM LISTA-CUENTAS
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-CUENTAS
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           VERIFICA-EMPLEADO.
               MOVE "N" TO WS-EMP-EXISTE-SWITCH
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   SET WS-EMP-EXISTE TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF-EMP OR WS-EMP-EXISTE
                       READ EMPLOYEE-FILE
                           AT END
                               SET WS-EOF-EMP TO TRUE
                           NOT AT END
                               IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                       AND EMP-ID = WS-EMP-ID
                                   SET WS-EMP-EXISTE TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE-FILE
               END-IF.

      * 18 DIGITOS; CADA UNO DE LOS PRIMEROS 17 POR SU PESO (3, 7, 1)
      * MODULO 10, SUMADOS; EL VERIFICADOR ES 10 MENOS LA SUMA
      * MODULO 10, Y CERO SI DA 10
           VALIDA-CUENTA.
               MOVE "N" TO WS-CUENTA-OK-SWITCH
               IF WS-CUENTA IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SUMA-DIGITOS
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 17
                   COMPUTE WS-PRODUCTO =
                       WS-CUENTA-DIGITO(WS-POS) * WS-PESO(WS-POS)
                   DIVIDE WS-PRODUCTO BY 10 GIVING WS-PRODUCTO
                       REMAINDER WS-PRODUCTO
                   ADD WS-PRODUCTO TO WS-SUMA-DIGITOS
               END-PERFORM
               DIVIDE WS-SUMA-DIGITOS BY 10 GIVING WS-SUMA-DIGITOS
                   REMAINDER WS-DIGITO-CALCULADO
               IF WS-DIGITO-CALCULADO > 0
                   COMPUTE WS-DIGITO-CALCULADO =
                       10 - WS-DIGITO-CALCULADO
               END-IF
               IF WS-DIGITO-CALCULADO = WS-CUENTA-DIGITO(18)
                   SET WS-CUENTA-OK TO TRUE
               END-IF.

           ALTA-CUENTA.
               DISPLAY "INGRESA ID DE EMPLEADO"
               ACCEPT WS-EMP-ID
               PERFORM VERIFICA-EMPLEADO
               IF NOT WS-EMP-EXISTE
                   DISPLAY "EMPLEADO NO EXISTE EN EL MAESTRO: "
                       WS-EMP-ID
                   MOVE "EMP-ID" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-EMP-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CLAVE INTERBANCARIA (18 DIGITOS)"
               MOVE SPACES TO WS-CUENTA
               ACCEPT WS-CUENTA
               PERFORM VALIDA-CUENTA
               IF NOT WS-CUENTA-OK
                   DISPLAY "CLAVE INTERBANCARIA INVALIDA: " WS-CUENTA
                   MOVE "CT-CUENTA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CUENTA TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EMP-ID TO WS-CT-BUSCADO
               PERFORM BUSCA-CUENTA
               IF WS-CT-INDICE = 0
                   IF WS-CT-COUNT >= 1000
                       DISPLAY "TABLA DE CUENTAS LLENA"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CT-COUNT
                   MOVE WS-CT-COUNT TO WS-CT-INDICE
                   MOVE WS-EMP-ID TO WS-CT-EMP-ID(WS-CT-INDICE)
                   DISPLAY "CUENTA REGISTRADA: " WS-EMP-ID
               ELSE
                   DISPLAY "CUENTA ACTUALIZADA: " WS-EMP-ID
               END-IF
               MOVE WS-CUENTA TO WS-CT-CUENTA(WS-CT-INDICE)
               MOVE WS-FECHA-HOY TO WS-CT-FECHA(WS-CT-INDICE).

           BAJA-CUENTA.
               DISPLAY "ID DE EMPLEADO A QUITAR DEL DEPOSITO"
               ACCEPT WS-EMP-ID
               MOVE WS-EMP-ID TO WS-CT-BUSCADO
               PERFORM BUSCA-CUENTA
               IF WS-CT-INDICE = 0
                   DISPLAY "EMPLEADO SIN CUENTA: " WS-EMP-ID
               ELSE
                   PERFORM VARYING WS-CT-I FROM WS-CT-INDICE BY 1
                           UNTIL WS-CT-I >= WS-CT-COUNT
                       MOVE WS-CT-ENTRY(WS-CT-I + 1) TO
                           WS-CT-ENTRY(WS-CT-I)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CT-COUNT
                   DISPLAY "CUENTA ELIMINADA: " WS-EMP-ID
               END-IF.

           LISTA-CUENTAS.
               PERFORM VARYING WS-CT-I FROM 1 BY 1
                       UNTIL WS-CT-I > WS-CT-COUNT
                   DISPLAY "  " WS-CT-EMP-ID(WS-CT-I) " "
                       WS-CT-CUENTA(WS-CT-I) " DESDE "
                       WS-CT-FECHA(WS-CT-I)
               END-PERFORM
               DISPLAY "CUENTAS REGISTRADAS: " WS-CT-COUNT.

       COPY CTAPROC.
       COPY CIAPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
