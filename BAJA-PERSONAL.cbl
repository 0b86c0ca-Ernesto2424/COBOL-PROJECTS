      ******************************************************************
      * Author:
      * Date:
      * Purpose:   EMPLOYEE OFFBOARDING: ACCESS, STAFF DISCOUNT,
      *            PAYROLL AND FINAL PAY IN ONE TRANSACTION
      * Tectonics: cobc
      * Note:      Takes one employee of the run's company out of
      *            EMPLOYEE.DAT together with everything that hangs
      *            off the EMP-ID. The operator keys the leaving date
      *            and the employee's sign-on id in OPERMAST.DAT (blank
      *            when the employee never had one); the sign-on is
      *            revoked (OP-BLOQUEADO "R", password cleared) so the
      *            menu refuses it. Confirmed staff-discount links of
      *            the employee in CRUZALINK.DAT are ended (estatus
      *            T) and drop out of the discount extract, and the
      *            SALARIO.DAT row is removed so NOMINA stops paying.
      *            Final pay is the salary of the days worked in the
      *            leaving month when that month's payroll has not run
      *            yet, the unused vacation days of VACSALDO.DAT (then
      *            settled as taken), and the approved commissions not
      *            yet paid (COMISION.DAT, marked paid in the leaving
      *            month unless returns leave them negative); the
      *            daily rate is the base in force over 7, 15 or 30
      *            days by pay frequency, and withholding comes from
      *            the frequency's bracket in RETENCION.DAT. The final
      *            pay is kept in FINIQUITO.DAT and added to the
      *            year-to-date accumulator NOMACUM.DAT and to the
      *            department payroll cost in NOMDEPTO.DAT, and a
      *            checklist BAJA.yyyymmddhhmmss.RPT shows each step
      *            and the final pay for HR and the employee to sign.
      *            The authorized position the employee filled in
      *            PUESTOS.DAT is left vacant.
      *            Nothing is written until the operator confirms.
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
           SELECT CRUZALINK-FILE ASSIGN TO "CRUZALINK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT SALARIO-FILE ASSIGN TO "SALARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           SELECT NOMPAGO-FILE ASSIGN TO "NOMPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-STATUS.
           SELECT FINIQUITO-FILE ASSIGN TO "FINIQUITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FQ-STATUS.
           SELECT BAJA-REPORT ASSIGN TO DYNAMIC WS-BAJA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAJAREP-STATUS.
           COPY SHSEL.
           COPY VSSEL.
           COPY COMSEL.
           COPY RETSEL.
           COPY ACUSEL.
           COPY NCSEL.
           COPY NDSEL.
           COPY PSSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY CERRSEL.
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
           05  OP-CLAVE-HASH        PIC 9(9).
           05  OP-FECHA-CLAVE       PIC 9(8).
           05  OP-INTENTOS          PIC 9.
           05  OP-BLOQUEADO         PIC X.
           05  OP-COMPANIAS         PIC X(10).

       FD  CRUZALINK-FILE.
       01  CRUZALINK-RECORD.
           05  LK-EMP-ID           PIC X(6).
           05  LK-CLIENTE-ID       PIC X(6).
           05  LK-ESTATUS          PIC X.
           05  LK-CONFIRMADO-POR   PIC X(8).
           05  LK-FECHA            PIC 9(8).

       FD  SALARIO-FILE.
       01  SALARIO-RECORD.
           05  SA-EMP-ID           PIC X(6).
           05  SA-BASE             PIC 9(7)V99.
           05  SA-FRECUENCIA       PIC X.
           05  SA-DEDUCCIONES      PIC 9(5)V99.
           05  SA-COMPANIA         PIC X(2).

      * SUELDO BASE PAGADO POR EMPLEADO Y PERIODO: TIPO B EL BASE DE
      * LA NOMINA DEL PERIODO, TIPO R UNA DIFERENCIA RETROACTIVA
      * PAGADA DESPUES EN LA NOMINA DE NP-PERIODO-PAGO
       FD  NOMPAGO-FILE.
       01  NOMPAGO-RECORD.
           05  NP-EMP-ID           PIC X(6).
           05  NP-COMPANIA         PIC X(2).
           05  NP-PERIODO          PIC X(6).
           05  NP-FRECUENCIA       PIC X.
           05  NP-TIPO             PIC X.
           05  NP-IMPORTE          PIC 9(7)V99.
           05  NP-PERIODO-PAGO     PIC X(6).
           05  NP-FECHA            PIC 9(8).

      * UN RENGLON POR BAJA PROCESADA CON EL DESGLOSE DEL FINIQUITO
       FD  FINIQUITO-FILE.
       01  FINIQUITO-RECORD.
           05  FQ-EMP-ID           PIC X(6).
           05  FQ-COMPANIA         PIC X(2).
           05  FQ-FECHA-BAJA       PIC 9(8).
           05  FQ-OPERADOR-ID      PIC X(8).
           05  FQ-DIAS-SUELDO      PIC 9(2).
           05  FQ-SUELDO           PIC 9(7)V99.
           05  FQ-DIAS-VACACIONES  PIC 9(4).
           05  FQ-VACACIONES       PIC 9(7)V99.
           05  FQ-COMISIONES       PIC 9(7)V99.
           05  FQ-BRUTO            PIC 9(7)V99.
           05  FQ-RETENCION        PIC 9(7)V99.
           05  FQ-NETO             PIC 9(7)V99.
           05  FQ-PROCESADO-POR    PIC X(8).
           05  FQ-FECHA            PIC 9(8).

       FD  BAJA-REPORT.
       01  BAJA-LINE               PIC X(80).

       COPY SHFD.

       COPY VSFD.

       COPY COMFD.

       COPY RETFD.

       COPY ACUFD.

       COPY NCFD.

       COPY NDFD.

       COPY PSFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY CERRFD.

       COPY AUDITFD.
       COPY ERRFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY CERRWS.
       COPY INTWS.
       COPY CIAWS.
       COPY FECWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY SHWS.
       COPY VSWS.
       COPY COMWS.
       COPY RETWS.
       COPY ACUWS.
       COPY NCWS.
       COPY NDWS.
       COPY PSWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-LINK-STATUS          PIC XX.
       01  WS-SAL-STATUS           PIC XX.
       01  WS-NP-STATUS            PIC XX.
       01  WS-FQ-STATUS            PIC XX.
       01  WS-BAJAREP-STATUS       PIC XX.
       01  WS-BAJA-FILENAME        PIC X(40).

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-EOF              VALUE "Y".
       01  WS-TABLA-DESBORDA-SW    PIC X VALUE "N".
           88  WS-TABLA-DESBORDA   VALUE "Y".
       01  WS-CONFIRMA             PIC X.
           88  WS-CONFIRMADO       VALUE "S" "s".

       01  WS-FECHA-HOY            PIC 9(8).

      * EL MAESTRO SE CONSERVA TAL CUAL SE LEYO Y SE REGRABA SIN EL
      * EMPLEADO QUE SE DA DE BAJA
       01  WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   INDEXED BY WS-IDX.
               10  WS-T-REGISTRO   PIC X(49).
               10  WS-T-REG-R REDEFINES WS-T-REGISTRO.
                   15  WS-T-ID         PIC X(6).
                   15  WS-T-NOMBRE     PIC X(20).
                   15  WS-T-EDAD       PIC X(3).
                   15  WS-T-DEPTO      PIC X(4).
                   15  WS-T-CIA-ORIG   PIC X(2).
                   15  WS-T-FING       PIC X(8).
                   15  WS-T-SUPERVISOR PIC X(6).
               10  WS-T-CIA        PIC X(2).
       01  WS-EMP-INDICE           PIC 9(4) VALUE 0.
       01  WS-SUBORDINADOS         PIC 9(4) VALUE 0.
       01  WS-PUESTO-LIBERADO      PIC X(6) VALUE SPACES.

       01  WS-EMP-ID               PIC X(6).
       01  WS-EMP-NOMBRE           PIC X(20).
       01  WS-EMP-DEPTO            PIC X(4).
       01  WS-EMP-FING             PIC 9(8) VALUE 0.

       01  WS-BAJA-TXT             PIC X(8).
       01  WS-BAJA-NUM REDEFINES WS-BAJA-TXT PIC 9(8).
       01  WS-BAJA-R REDEFINES WS-BAJA-TXT.
           05  WS-BJ-AAAA          PIC 9(4).
           05  WS-BJ-MM            PIC 99.
           05  WS-BJ-DD            PIC 99.
       01  WS-BAJA-OK-SWITCH       PIC X VALUE "N".
           88  WS-BAJA-OK          VALUE "Y".
       01  WS-PERIODO-BAJA         PIC X(6).

       01  WS-OPE-COUNT            PIC 99 VALUE 0.
       01  WS-OPERADORES-TABLE.
           05  WS-OPE-ENTRY OCCURS 50 TIMES.
               10  WS-O-ID          PIC X(8).
               10  WS-O-NOMBRE      PIC X(20).
               10  WS-O-NIVEL       PIC 9.
               10  WS-O-HASH        PIC 9(9).
               10  WS-O-FECHA       PIC 9(8).
               10  WS-O-INTENTOS    PIC 9.
               10  WS-O-BLOQUEADO   PIC X.
               10  WS-O-COMPANIAS   PIC X(10).
       01  WS-OPE-I                PIC 99 VALUE 0.
       01  WS-OPE-INDICE           PIC 99 VALUE 0.
       01  WS-OPERADOR-ID          PIC X(8).
       01  WS-OPERADOR-OK-SWITCH   PIC X VALUE "N".
           88  WS-OPERADOR-OK      VALUE "Y".

       01  WS-LINK-COUNT           PIC 9(4) VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 2000 TIMES.
               10  WS-L-REGISTRO   PIC X(29).
               10  WS-L-REG-R REDEFINES WS-L-REGISTRO.
                   15  WS-L-EMP        PIC X(6).
                   15  WS-L-CLI        PIC X(6).
                   15  WS-L-ESTATUS    PIC X.
                   15  WS-L-POR        PIC X(8).
                   15  WS-L-FECHA      PIC X(8).
       01  WS-LINK-I               PIC 9(4) VALUE 0.
       01  WS-LIGAS-TERMINADAS     PIC 9(4) VALUE 0.

       01  WS-SAL-COUNT            PIC 9(4) VALUE 0.
       01  WS-SALARIOS-TABLE.
           05  WS-SAL-ENTRY OCCURS 1000 TIMES.
               10  WS-S-ID         PIC X(6).
               10  WS-S-BASE       PIC 9(7)V99.
               10  WS-S-FREC       PIC X.
               10  WS-S-DED        PIC 9(5)V99.
               10  WS-S-CIA        PIC X(2).
       01  WS-SAL-I                PIC 9(4) VALUE 0.
       01  WS-SAL-INDICE           PIC 9(4) VALUE 0.

      * CALCULO DEL FINIQUITO
       01  WS-BASE                 PIC 9(7)V99 VALUE 0.
       01  WS-FRECUENCIA           PIC X VALUE SPACE.
       01  WS-DIAS-FRECUENCIA      PIC 99 VALUE 30.
       01  WS-SUELDO-DIARIO        PIC 9(7)V9999 VALUE 0.
       01  WS-SIN-TARIFA-SWITCH    PIC X VALUE "N".
           88  WS-SIN-TARIFA       VALUE "Y".
       01  WS-MES-PAGADO-SWITCH    PIC X VALUE "N".
           88  WS-MES-PAGADO       VALUE "Y".
       01  WS-DIAS-SUELDO          PIC 99 VALUE 0.
       01  WS-PAGO-SUELDO          PIC 9(7)V99 VALUE 0.
       01  WS-DIAS-VACACIONES      PIC 9(4) VALUE 0.
       01  WS-PAGO-VACACIONES      PIC 9(7)V99 VALUE 0.
       01  WS-SUMA-COMISION        PIC S9(8)V99 VALUE 0.
       01  WS-CO-PENDIENTES        PIC 9(4) VALUE 0.
       01  WS-COMISION-NEGATIVA-SW PIC X VALUE "N".
           88  WS-COMISION-NEGATIVA VALUE "Y".
       01  WS-PAGO-COMISION        PIC 9(7)V99 VALUE 0.
       01  WS-BRUTO                PIC 9(7)V99 VALUE 0.
       01  WS-RETENCION            PIC 9(7)V99 VALUE 0.
       01  WS-NETO                 PIC 9(7)V99 VALUE 0.

      * RENGLONES DE LA CONSTANCIA
       01  WS-PASO-LINE.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PA-NUM           PIC 9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PA-MARCA         PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PA-DESC          PIC X(35).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-PA-ESTATUS       PIC X(37).
       01  WS-IMPORTE-LINE.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-IM-DESC          PIC X(36).
           05  WS-IM-IMPORTE       PIC ZZZZZZ9.99.
       01  WS-NUM-EDIT             PIC ZZZ9.
       01  WS-MONTO-EDIT           PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "BAJAPERS" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE "EMPLOYEE.DAT" TO WS-CER-ARCHIVO
               PERFORM RECLAMA-CERROJO
               IF WS-CER-OCUPADO
                   DISPLAY "EMPLOYEE.DAT EN USO POR " WS-CER-DUENO
                       " (OPERADOR " WS-CER-DUENO-OPER
                       "), INTENTA MAS TARDE"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               MOVE "PUESTOS.DAT" TO WS-CER-ARCHIVO
               PERFORM RECLAMA-CERROJO
               IF WS-CER-OCUPADO
                   DISPLAY "PUESTOS.DAT EN USO POR " WS-CER-DUENO
                       " (OPERADOR " WS-CER-DUENO-OPER
                       "), INTENTA MAS TARDE"
                   PERFORM TERMINA-CON-ERROR
               END-IF
               PERFORM CARGA-EMPLEADOS
               PERFORM CARGA-PUESTOS
               IF WS-TABLA-DESBORDA OR WS-PS-DESBORDA
                   DISPLAY "EL MAESTRO DE EMPLEADOS O EL DE PUESTOS "
                       "EXCEDE LA CAPACIDAD DE LA SESION (1000); NO "
                       "SE PROCESA LA BAJA"
                   PERFORM TERMINA-CON-ERROR
               END-IF
               PERFORM PIDE-EMPLEADO
               IF WS-EMP-INDICE = 0
                   PERFORM TERMINA-CON-ERROR
               END-IF
               PERFORM PIDE-FECHA-BAJA
               PERFORM RESUELVE-AUD-OPERADOR
               PERFORM CARGA-OPERADORES
               PERFORM PIDE-OPERADOR
               PERFORM CARGA-LIGAS
               PERFORM CARGA-SALARIOS
               PERFORM CARGA-HISTORIA-SALARIOS
               PERFORM CARGA-SALDOS-VACACIONES
               PERFORM CARGA-COMISIONES
               PERFORM CARGA-RETENCIONES
               PERFORM CALCULA-FINIQUITO
               PERFORM MUESTRA-RESUMEN
               DISPLAY "CONFIRMAS LA BAJA DE " WS-EMP-ID " (S/N)?"
               ACCEPT WS-CONFIRMA
               IF NOT WS-CONFIRMADO
                   DISPLAY "BAJA CANCELADA, NADA SE MODIFICO"
                   PERFORM LIBERA-CERROJO
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM REVOCA-OPERADOR
               PERFORM TERMINA-LIGAS
               PERFORM QUITA-SALARIO
               PERFORM LIQUIDA-VACACIONES
               PERFORM LIQUIDA-COMISIONES
               PERFORM ANOTA-FINIQUITO
               PERFORM ACUMULA-FINIQUITO
               PERFORM ANOTA-COSTO-DEPTO
               PERFORM QUITA-EMPLEADO
               PERFORM GRABA-EMPLEADOS
               PERFORM LIBERA-PUESTO
               PERFORM LIBERA-CERROJO
               PERFORM ANOTA-BAJA-AUDIT
               PERFORM IMPRIME-CONSTANCIA
               DISPLAY "BAJA DE " WS-EMP-ID " PROCESADA, NETO A "
                   "PAGAR " WS-NETO " CONSTANCIA EN "
                   WS-BAJA-FILENAME
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           TERMINA-CON-ERROR.
               PERFORM LIBERA-CERROJO
               MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
               MOVE 8 TO RETURN-CODE
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-EMPLEADOS.
               MOVE 0 TO WS-EMP-COUNT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                               IF WS-EMP-COUNT >= 1000
                                   SET WS-TABLA-DESBORDA TO TRUE
                               ELSE
                                   ADD 1 TO WS-EMP-COUNT
                                   MOVE EMPLOYEE-RECORD TO
                                       WS-T-REGISTRO(WS-EMP-COUNT)
                                   IF EMP-COMPANIA = SPACES
                                       MOVE "01" TO
                                           WS-T-CIA(WS-EMP-COUNT)
                                   ELSE
                                       MOVE EMP-COMPANIA TO
                                           WS-T-CIA(WS-EMP-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           GRABA-EMPLEADOS.
               PERFORM INICIA-INTEGRIDAD
               OPEN OUTPUT EMPLOYEE-FILE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EMP-COUNT
                   MOVE WS-T-REGISTRO(WS-IDX) TO EMPLOYEE-RECORD
                   WRITE EMPLOYEE-RECORD
                   MOVE EMPLOYEE-RECORD TO WS-INT-REGISTRO
                   PERFORM ACUMULA-INTEGRIDAD
               END-PERFORM
               PERFORM CONSTRUYE-TRAILER-INTEGRIDAD
               MOVE SPACES TO EMPLOYEE-RECORD
               MOVE WS-INT-LINEA TO EMPLOYEE-RECORD(1:18)
               WRITE EMPLOYEE-RECORD
               CLOSE EMPLOYEE-FILE.

      * EL EMPLEADO DEBE ESTAR EN EL MAESTRO EN LA COMPANIA DE LA
      * SESION
           PIDE-EMPLEADO.
               MOVE SPACES TO WS-EMP-ID
               PERFORM WITH TEST AFTER UNTIL WS-EMP-ID NOT = SPACES
                   DISPLAY "ID DEL EMPLEADO QUE SE DA DE BAJA"
                   ACCEPT WS-EMP-ID
               END-PERFORM
               MOVE 0 TO WS-EMP-INDICE
               SET WS-IDX TO 1
               SEARCH WS-EMP-ENTRY
                   AT END
                       MOVE 0 TO WS-EMP-INDICE
                   WHEN WS-T-ID(WS-IDX) = WS-EMP-ID
                           AND WS-T-CIA(WS-IDX) = WS-CIA-ACTUAL
                       SET WS-EMP-INDICE TO WS-IDX
               END-SEARCH
               IF WS-EMP-INDICE = 0
                   DISPLAY "EMPLEADO NO EXISTE EN LA COMPANIA: "
                       WS-EMP-ID
                   MOVE "EMP-ID" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-EMP-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-T-NOMBRE(WS-EMP-INDICE) TO WS-EMP-NOMBRE
               MOVE WS-T-DEPTO(WS-EMP-INDICE) TO WS-EMP-DEPTO
               IF WS-T-FING(WS-EMP-INDICE) IS NUMERIC
                   MOVE WS-T-FING(WS-EMP-INDICE) TO WS-EMP-FING
               END-IF
               DISPLAY WS-EMP-ID " " WS-EMP-NOMBRE " DEPTO "
                   WS-EMP-DEPTO " INGRESO " WS-EMP-FING.

      * LA FECHA DE BAJA NO PUEDE SER FUTURA NI ANTERIOR AL INGRESO
           PIDE-FECHA-BAJA.
               MOVE "N" TO WS-BAJA-OK-SWITCH
               PERFORM WITH TEST AFTER UNTIL WS-BAJA-OK
                   DISPLAY "FECHA DE BAJA (AAAAMMDD, ENTER = "
                       WS-FECHA-HOY ")"
                   MOVE SPACES TO WS-BAJA-TXT
                   ACCEPT WS-BAJA-TXT
                   IF WS-BAJA-TXT = SPACES
                       MOVE WS-FECHA-HOY TO WS-BAJA-NUM
                   END-IF
                   IF WS-BAJA-TXT IS NOT NUMERIC
                       DISPLAY "FECHA DEBE SER NUMERICA"
                   ELSE
                       IF WS-BJ-MM < 1 OR WS-BJ-MM > 12
                               OR WS-BJ-DD < 1 OR WS-BJ-DD > 31
                               OR WS-BAJA-NUM > WS-FECHA-HOY
                               OR WS-BAJA-NUM < WS-EMP-FING
                           DISPLAY "FECHA DE BAJA IMPLAUSIBLE, "
                               "FUTURA O ANTERIOR AL INGRESO"
                           MOVE "FECHA-BAJA" TO WS-ERR-CAMPO-NOMBRE
                           MOVE WS-BAJA-TXT TO WS-ERR-CAMPO-VALOR
                           PERFORM REGISTRA-RECHAZO
                       ELSE
                           SET WS-BAJA-OK TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-BAJA-TXT(1:6) TO WS-PERIODO-BAJA.

           CARGA-OPERADORES.
               MOVE 0 TO WS-OPE-COUNT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT OPERADOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ OPERADOR-MASTER
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-OPE-COUNT < 50
                                   AND OP-ID NOT = SPACES
                               ADD 1 TO WS-OPE-COUNT
                               MOVE OP-ID TO WS-O-ID(WS-OPE-COUNT)
                               MOVE OP-NOMBRE TO
                                   WS-O-NOMBRE(WS-OPE-COUNT)
                               MOVE OP-NIVEL TO
                                   WS-O-NIVEL(WS-OPE-COUNT)
                               MOVE OP-CLAVE-HASH TO
                                   WS-O-HASH(WS-OPE-COUNT)
                               MOVE OP-FECHA-CLAVE TO
                                   WS-O-FECHA(WS-OPE-COUNT)
                               MOVE OP-INTENTOS TO
                                   WS-O-INTENTOS(WS-OPE-COUNT)
                               MOVE OP-BLOQUEADO TO
                                   WS-O-BLOQUEADO(WS-OPE-COUNT)
                               MOVE OP-COMPANIAS TO
                                   WS-O-COMPANIAS(WS-OPE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MASTER.

           GRABA-OPERADORES.
               OPEN OUTPUT OPERADOR-MASTER
               PERFORM VARYING WS-OPE-I FROM 1 BY 1
                       UNTIL WS-OPE-I > WS-OPE-COUNT
                   MOVE SPACES TO OPERADOR-RECORD
                   MOVE WS-O-ID(WS-OPE-I) TO OP-ID
                   MOVE WS-O-NOMBRE(WS-OPE-I) TO OP-NOMBRE
                   MOVE WS-O-NIVEL(WS-OPE-I) TO OP-NIVEL
                   MOVE WS-O-HASH(WS-OPE-I) TO OP-CLAVE-HASH
                   MOVE WS-O-FECHA(WS-OPE-I) TO OP-FECHA-CLAVE
                   MOVE WS-O-INTENTOS(WS-OPE-I) TO OP-INTENTOS
                   MOVE WS-O-BLOQUEADO(WS-OPE-I) TO OP-BLOQUEADO
                   MOVE WS-O-COMPANIAS(WS-OPE-I) TO OP-COMPANIAS
                   WRITE OPERADOR-RECORD
               END-PERFORM
               CLOSE OPERADOR-MASTER.

      * LIGA EL EMPLEADO CON SU ID DE FIRMA; EN BLANCO CUANDO NUNCA
      * TUVO UNO. NADIE PUEDE REVOCAR SU PROPIA FIRMA
           PIDE-OPERADOR.
               MOVE "N" TO WS-OPERADOR-OK-SWITCH
               PERFORM WITH TEST AFTER UNTIL WS-OPERADOR-OK
                   DISPLAY "ID DE OPERADOR DEL EMPLEADO EN "
                       "OPERMAST.DAT (ENTER = NO TIENE)"
                   MOVE SPACES TO WS-OPERADOR-ID
                   ACCEPT WS-OPERADOR-ID
                   MOVE 0 TO WS-OPE-INDICE
                   IF WS-OPERADOR-ID = SPACES
                       SET WS-OPERADOR-OK TO TRUE
                   ELSE
                       PERFORM VARYING WS-OPE-I FROM 1 BY 1
                               UNTIL WS-OPE-I > WS-OPE-COUNT
                                   OR WS-OPE-INDICE > 0
                           IF WS-O-ID(WS-OPE-I) = WS-OPERADOR-ID
                               MOVE WS-OPE-I TO WS-OPE-INDICE
                           END-IF
                       END-PERFORM
                       EVALUATE TRUE
                           WHEN WS-OPE-INDICE = 0
                               DISPLAY "OPERADOR NO EXISTE: "
                                   WS-OPERADOR-ID
                           WHEN WS-OPERADOR-ID = WS-AUD-OPERADOR
                               DISPLAY "NO PUEDES REVOCAR TU PROPIA "
                                   "FIRMA"
                           WHEN OTHER
                               DISPLAY "OPERADOR " WS-OPERADOR-ID " "
                                   WS-O-NOMBRE(WS-OPE-INDICE)
                               SET WS-OPERADOR-OK TO TRUE
                       END-EVALUATE
                   END-IF
               END-PERFORM.

      * EL REGISTRO DE LIGAS SE GUARDA COMPLETO PARA REGRABARLO CON
      * LAS DEL EMPLEADO TERMINADAS
           CARGA-LIGAS.
               MOVE 0 TO WS-LINK-COUNT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT CRUZALINK-FILE
               IF WS-LINK-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ CRUZALINK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-LINK-COUNT < 2000
                               ADD 1 TO WS-LINK-COUNT
                               MOVE CRUZALINK-RECORD TO
                                   WS-L-REGISTRO(WS-LINK-COUNT)
                           ELSE
                               SET WS-TABLA-DESBORDA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRUZALINK-FILE.

           CARGA-SALARIOS.
               MOVE 0 TO WS-SAL-COUNT
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT SALARIO-FILE
               IF WS-SAL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                   READ SALARIO-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-SAL-COUNT < 1000
                                   AND SA-BASE IS NUMERIC
                               ADD 1 TO WS-SAL-COUNT
                               MOVE SA-EMP-ID TO WS-S-ID(WS-SAL-COUNT)
                               MOVE SA-BASE TO WS-S-BASE(WS-SAL-COUNT)
                               MOVE SA-FRECUENCIA TO
                                   WS-S-FREC(WS-SAL-COUNT)
                               MOVE SA-DEDUCCIONES TO
                                   WS-S-DED(WS-SAL-COUNT)
                               MOVE SA-COMPANIA TO
                                   WS-S-CIA(WS-SAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARIO-FILE
               MOVE 0 TO WS-SAL-INDICE
               PERFORM VARYING WS-SAL-I FROM 1 BY 1
                       UNTIL WS-SAL-I > WS-SAL-COUNT
                           OR WS-SAL-INDICE > 0
                   IF WS-S-ID(WS-SAL-I) = WS-EMP-ID
                       MOVE WS-SAL-I TO WS-SAL-INDICE
                   END-IF
               END-PERFORM.

           GRABA-SALARIOS.
               OPEN OUTPUT SALARIO-FILE
               PERFORM VARYING WS-SAL-I FROM 1 BY 1
                       UNTIL WS-SAL-I > WS-SAL-COUNT
                   MOVE SPACES TO SALARIO-RECORD
                   MOVE WS-S-ID(WS-SAL-I) TO SA-EMP-ID
                   MOVE WS-S-BASE(WS-SAL-I) TO SA-BASE
                   MOVE WS-S-FREC(WS-SAL-I) TO SA-FRECUENCIA
                   MOVE WS-S-DED(WS-SAL-I) TO SA-DEDUCCIONES
                   MOVE WS-S-CIA(WS-SAL-I) TO SA-COMPANIA
                   WRITE SALARIO-RECORD
               END-PERFORM
               CLOSE SALARIO-FILE.

      * SUELDO DIARIO: LA TARIFA VIGENTE EN EL MES DE LA BAJA (LA
      * HISTORIA MANDA SOBRE SALARIO.DAT COMO EN NOMINA) ENTRE LOS
      * DIAS DE SU FRECUENCIA. LOS DIAS DEL MES DE LA BAJA SOLO SE
      * PAGAN SI LA NOMINA DE ESE MES AUN NO CORRE
           CALCULA-FINIQUITO.
               MOVE 0 TO WS-BASE
               MOVE "M" TO WS-FRECUENCIA
               IF WS-SAL-INDICE > 0
                   MOVE WS-S-BASE(WS-SAL-INDICE) TO WS-BASE
                   MOVE WS-S-FREC(WS-SAL-INDICE) TO WS-FRECUENCIA
               END-IF
               MOVE WS-EMP-ID TO WS-SH-EMP-BUSCADO
               MOVE WS-CIA-ACTUAL TO WS-SH-CIA-BUSCADA
               MOVE WS-PERIODO-BAJA TO WS-SH-PERIODO-BUSCADO
               PERFORM BUSCA-TARIFA-VIGENTE
               IF WS-SH-INDICE > 0
                   MOVE WS-SH-BASE(WS-SH-INDICE) TO WS-BASE
                   MOVE WS-SH-FREC(WS-SH-INDICE) TO WS-FRECUENCIA
               ELSE
                   IF WS-SH-TIENE-HISTORIA
                       MOVE 0 TO WS-BASE
                   END-IF
               END-IF
               IF WS-BASE = 0
                   SET WS-SIN-TARIFA TO TRUE
               END-IF
               EVALUATE WS-FRECUENCIA
                   WHEN "S"
                       MOVE 7 TO WS-DIAS-FRECUENCIA
                   WHEN "Q"
                       MOVE 15 TO WS-DIAS-FRECUENCIA
                   WHEN OTHER
                       MOVE 30 TO WS-DIAS-FRECUENCIA
               END-EVALUATE
               COMPUTE WS-SUELDO-DIARIO ROUNDED =
                   WS-BASE / WS-DIAS-FRECUENCIA
               PERFORM VERIFICA-MES-PAGADO
               MOVE 0 TO WS-DIAS-SUELDO
               IF NOT WS-MES-PAGADO
                   MOVE WS-BJ-DD TO WS-DIAS-SUELDO
                   IF WS-DIAS-SUELDO > 30
                       MOVE 30 TO WS-DIAS-SUELDO
                   END-IF
               END-IF
               COMPUTE WS-PAGO-SUELDO ROUNDED =
                   WS-SUELDO-DIARIO * WS-DIAS-SUELDO
               MOVE WS-EMP-ID TO WS-VS-BUSCADO
               PERFORM BUSCA-SALDO-VACACIONES
               MOVE 0 TO WS-DIAS-VACACIONES
               IF WS-VS-INDICE > 0 AND WS-VS-DISPONIBLE > 0
                   MOVE WS-VS-DISPONIBLE TO WS-DIAS-VACACIONES
               END-IF
               COMPUTE WS-PAGO-VACACIONES ROUNDED =
                   WS-SUELDO-DIARIO * WS-DIAS-VACACIONES
               PERFORM CALCULA-COMISION-PENDIENTE
               COMPUTE WS-BRUTO = WS-PAGO-SUELDO + WS-PAGO-VACACIONES
                   + WS-PAGO-COMISION
               MOVE WS-FRECUENCIA TO WS-RT-FREC-BUSCADA
               MOVE WS-BRUTO TO WS-RT-BASE
               PERFORM CALCULA-RETENCION
               MOVE WS-RT-IMPUESTO TO WS-RETENCION
               IF WS-RETENCION > WS-BRUTO
                   MOVE WS-BRUTO TO WS-RETENCION
               END-IF
               COMPUTE WS-NETO = WS-BRUTO - WS-RETENCION.

           VERIFICA-MES-PAGADO.
               MOVE "N" TO WS-MES-PAGADO-SWITCH
               MOVE "N" TO WS-EOF-CTRL-SWITCH
               OPEN INPUT NOMCTRL-FILE
               IF WS-CTRL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-CTRL
                   READ NOMCTRL-FILE
                       AT END
                           SET WS-EOF-CTRL TO TRUE
                       NOT AT END
                           IF NC-PERIODO = WS-PERIODO-BAJA
                                   AND NC-FRECUENCIA = WS-FRECUENCIA
                                   AND NC-COMPANIA = WS-CIA-ACTUAL
                               SET WS-MES-PAGADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMCTRL-FILE.

      * COMISIONES APROBADAS Y NO PAGADAS HASTA EL MES DE LA BAJA; UN
      * SALDO NEGATIVO POR DEVOLUCIONES NO SE COBRA AL EMPLEADO
           CALCULA-COMISION-PENDIENTE.
               MOVE 0 TO WS-SUMA-COMISION
               MOVE 0 TO WS-CO-PENDIENTES
               MOVE 0 TO WS-PAGO-COMISION
               PERFORM VARYING WS-CO-I FROM 1 BY 1
                       UNTIL WS-CO-I > WS-CO-COUNT
                   IF WS-CO-EMP-ID(WS-CO-I) = WS-EMP-ID
                           AND WS-CO-CIA(WS-CO-I) = WS-CIA-ACTUAL
                           AND WS-CO-ESTATUS(WS-CO-I) = "A"
                           AND WS-CO-PERIODO(WS-CO-I) NOT >
                               WS-PERIODO-BAJA
                       ADD 1 TO WS-CO-PENDIENTES
                       ADD WS-CO-NETO(WS-CO-I) TO WS-SUMA-COMISION
                   END-IF
               END-PERFORM
               IF WS-SUMA-COMISION < 0
                   SET WS-COMISION-NEGATIVA TO TRUE
               ELSE
                   MOVE WS-SUMA-COMISION TO WS-PAGO-COMISION
               END-IF.

           MUESTRA-RESUMEN.
               DISPLAY "FINIQUITO DE " WS-EMP-ID " " WS-EMP-NOMBRE
               IF WS-SIN-TARIFA
                   DISPLAY "  AVISO: SIN SUELDO VIGENTE, SUELDO Y "
                       "VACACIONES EN CERO"
               END-IF
               DISPLAY "  SUELDO      " WS-DIAS-SUELDO " DIAS "
                   WS-PAGO-SUELDO
               DISPLAY "  VACACIONES  " WS-DIAS-VACACIONES " DIAS "
                   WS-PAGO-VACACIONES
               DISPLAY "  COMISIONES  " WS-PAGO-COMISION
               DISPLAY "  BRUTO       " WS-BRUTO
               DISPLAY "  RETENCION   " WS-RETENCION
               DISPLAY "  NETO        " WS-NETO.

           REVOCA-OPERADOR.
               IF WS-OPE-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "R" TO WS-O-BLOQUEADO(WS-OPE-INDICE)
               MOVE 0 TO WS-O-HASH(WS-OPE-INDICE)
               MOVE 0 TO WS-O-FECHA(WS-OPE-INDICE)
               MOVE 0 TO WS-O-INTENTOS(WS-OPE-INDICE)
               PERFORM GRABA-OPERADORES.

      * LAS LIGAS CONFIRMADAS DEL EMPLEADO QUEDAN TERMINADAS (T) CON
      * QUIEN Y CUANDO; LAS RECHAZADAS SE DEJAN COMO ESTAN
           TERMINA-LIGAS.
               MOVE 0 TO WS-LIGAS-TERMINADAS
               PERFORM VARYING WS-LINK-I FROM 1 BY 1
                       UNTIL WS-LINK-I > WS-LINK-COUNT
                   IF WS-L-EMP(WS-LINK-I) = WS-EMP-ID
                           AND WS-L-ESTATUS(WS-LINK-I) = "C"
                       MOVE "T" TO WS-L-ESTATUS(WS-LINK-I)
                       MOVE WS-AUD-OPERADOR TO WS-L-POR(WS-LINK-I)
                       MOVE WS-BAJA-TXT TO WS-L-FECHA(WS-LINK-I)
                       ADD 1 TO WS-LIGAS-TERMINADAS
                   END-IF
               END-PERFORM
               IF WS-LIGAS-TERMINADAS = 0
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT CRUZALINK-FILE
               PERFORM VARYING WS-LINK-I FROM 1 BY 1
                       UNTIL WS-LINK-I > WS-LINK-COUNT
                   MOVE WS-L-REGISTRO(WS-LINK-I) TO CRUZALINK-RECORD
                   WRITE CRUZALINK-RECORD
               END-PERFORM
               CLOSE CRUZALINK-FILE.

      * EL RENGLON SE QUITA COMO EN LA BAJA DE MANTEN-SALARIOS; LA
      * HISTORIA DE SALARIOS SE CONSERVA
           QUITA-SALARIO.
               IF WS-SAL-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-SAL-I FROM WS-SAL-INDICE BY 1
                       UNTIL WS-SAL-I >= WS-SAL-COUNT
                   MOVE WS-SAL-ENTRY(WS-SAL-I + 1) TO
                       WS-SAL-ENTRY(WS-SAL-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-SAL-COUNT
               PERFORM GRABA-SALARIOS.

           LIQUIDA-VACACIONES.
               IF WS-DIAS-VACACIONES = 0
                   EXIT PARAGRAPH
               END-IF
               ADD WS-DIAS-VACACIONES TO WS-VS-TOMADOS(WS-VS-INDICE)
               PERFORM GRABA-SALDOS-VACACIONES.

           LIQUIDA-COMISIONES.
               IF WS-CO-PENDIENTES = 0 OR WS-COMISION-NEGATIVA
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-CO-I FROM 1 BY 1
                       UNTIL WS-CO-I > WS-CO-COUNT
                   IF WS-CO-EMP-ID(WS-CO-I) = WS-EMP-ID
                           AND WS-CO-CIA(WS-CO-I) = WS-CIA-ACTUAL
                           AND WS-CO-ESTATUS(WS-CO-I) = "A"
                           AND WS-CO-PERIODO(WS-CO-I) NOT >
                               WS-PERIODO-BAJA
                       MOVE "P" TO WS-CO-ESTATUS(WS-CO-I)
                       MOVE WS-PERIODO-BAJA TO WS-CO-PER-PAGO(WS-CO-I)
                   END-IF
               END-PERFORM
               PERFORM GRABA-COMISIONES.

      * EL FINIQUITO QUEDA EN FINIQUITO.DAT Y EL SUELDO DE LOS DIAS
      * DEL MES DE BAJA COMO BASE PAGADA DEL PERIODO EN NOMPAGO.DAT
           ANOTA-FINIQUITO.
               OPEN EXTEND FINIQUITO-FILE
               IF WS-FQ-STATUS = "05" OR WS-FQ-STATUS = "35"
                   CLOSE FINIQUITO-FILE
                   OPEN OUTPUT FINIQUITO-FILE
               END-IF
               MOVE SPACES TO FINIQUITO-RECORD
               MOVE WS-EMP-ID TO FQ-EMP-ID
               MOVE WS-CIA-ACTUAL TO FQ-COMPANIA
               MOVE WS-BAJA-NUM TO FQ-FECHA-BAJA
               MOVE WS-OPERADOR-ID TO FQ-OPERADOR-ID
               MOVE WS-DIAS-SUELDO TO FQ-DIAS-SUELDO
               MOVE WS-PAGO-SUELDO TO FQ-SUELDO
               MOVE WS-DIAS-VACACIONES TO FQ-DIAS-VACACIONES
               MOVE WS-PAGO-VACACIONES TO FQ-VACACIONES
               MOVE WS-PAGO-COMISION TO FQ-COMISIONES
               MOVE WS-BRUTO TO FQ-BRUTO
               MOVE WS-RETENCION TO FQ-RETENCION
               MOVE WS-NETO TO FQ-NETO
               MOVE WS-AUD-OPERADOR TO FQ-PROCESADO-POR
               MOVE WS-FECHA-HOY TO FQ-FECHA
               WRITE FINIQUITO-RECORD
               CLOSE FINIQUITO-FILE
               IF WS-PAGO-SUELDO = 0
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND NOMPAGO-FILE
               IF WS-NP-STATUS = "05" OR WS-NP-STATUS = "35"
                   CLOSE NOMPAGO-FILE
                   OPEN OUTPUT NOMPAGO-FILE
               END-IF
               MOVE SPACES TO NOMPAGO-RECORD
               MOVE WS-EMP-ID TO NP-EMP-ID
               MOVE WS-CIA-ACTUAL TO NP-COMPANIA
               MOVE WS-PERIODO-BAJA TO NP-PERIODO
               MOVE WS-FRECUENCIA TO NP-FRECUENCIA
               MOVE "B" TO NP-TIPO
               MOVE WS-PAGO-SUELDO TO NP-IMPORTE
               MOVE WS-PERIODO-BAJA TO NP-PERIODO-PAGO
               MOVE WS-FECHA-HOY TO NP-FECHA
               WRITE NOMPAGO-RECORD
               CLOSE NOMPAGO-FILE.

      * EL FINIQUITO SUMA AL ACUMULADO DEL ANIO DE LA BAJA PARA LA
      * CONSTANCIA ANUAL; NO CUENTA COMO NOMINA CORRIDA
           ACUMULA-FINIQUITO.
               IF WS-BRUTO = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-ACUMULADOS
               MOVE WS-EMP-ID TO WS-NA-EMP-BUSCADO
               MOVE WS-CIA-ACTUAL TO WS-NA-CIA-BUSCADA
               MOVE WS-BJ-AAAA TO WS-NA-ANIO-BUSCADO
               PERFORM BUSCA-ACUMULADO
               IF WS-NA-INDICE = 0
                   IF WS-NA-COUNT >= 5000
                       DISPLAY "TABLA DE ACUMULADOS LLENA, FINIQUITO "
                           "SIN ACUMULAR"
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-NA-COUNT
                   MOVE WS-NA-COUNT TO WS-NA-INDICE
                   MOVE WS-NA-EMP-BUSCADO TO WS-NA-EMP-ID(WS-NA-INDICE)
                   MOVE WS-NA-CIA-BUSCADA TO WS-NA-CIA(WS-NA-INDICE)
                   MOVE WS-NA-ANIO-BUSCADO TO WS-NA-ANIO(WS-NA-INDICE)
                   MOVE 0 TO WS-NA-BRUTO(WS-NA-INDICE)
                   MOVE 0 TO WS-NA-DED(WS-NA-INDICE)
                   MOVE 0 TO WS-NA-RET(WS-NA-INDICE)
                   MOVE 0 TO WS-NA-NETO(WS-NA-INDICE)
                   MOVE 0 TO WS-NA-NOMINAS(WS-NA-INDICE)
                   MOVE SPACES TO WS-NA-ULT-PER(WS-NA-INDICE)
                   MOVE SPACES TO WS-NA-ULT-FREC(WS-NA-INDICE)
               END-IF
               ADD WS-BRUTO TO WS-NA-BRUTO(WS-NA-INDICE)
               ADD WS-RETENCION TO WS-NA-RET(WS-NA-INDICE)
               ADD WS-NETO TO WS-NA-NETO(WS-NA-INDICE)
               PERFORM GRABA-ACUMULADOS.

      * EL FINIQUITO ES COSTO DE NOMINA DEL DEPARTAMENTO EN EL MES
      * DE LA BAJA PARA EL PRESUPUESTO
           ANOTA-COSTO-DEPTO.
               IF WS-BRUTO = 0
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND NOMDEPTO-FILE
               IF WS-ND-STATUS = "05" OR WS-ND-STATUS = "35"
                   CLOSE NOMDEPTO-FILE
                   OPEN OUTPUT NOMDEPTO-FILE
               END-IF
               MOVE SPACES TO NOMDEPTO-RECORD
               MOVE WS-PERIODO-BAJA TO ND-PERIODO
               MOVE WS-FRECUENCIA TO ND-FRECUENCIA
               MOVE WS-CIA-ACTUAL TO ND-COMPANIA
               MOVE WS-EMP-DEPTO TO ND-DEPTO
               MOVE "F" TO ND-ORIGEN
               MOVE 1 TO ND-EMPLEADOS
               MOVE WS-BRUTO TO ND-BRUTO
               MOVE WS-FECHA-HOY TO ND-FECHA
               WRITE NOMDEPTO-RECORD
               CLOSE NOMDEPTO-FILE.

      * BAJA FISICA DEL MAESTRO; SUS SUBORDINADOS SE CUENTAN PARA QUE
      * RECURSOS HUMANOS LES REASIGNE SUPERVISOR
           QUITA-EMPLEADO.
               MOVE 0 TO WS-SUBORDINADOS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-EMP-COUNT
                   IF WS-T-SUPERVISOR(WS-IDX) = WS-EMP-ID
                           AND WS-T-CIA(WS-IDX) = WS-CIA-ACTUAL
                       ADD 1 TO WS-SUBORDINADOS
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX FROM WS-EMP-INDICE BY 1
                       UNTIL WS-IDX >= WS-EMP-COUNT
                   MOVE WS-EMP-ENTRY(WS-IDX + 1) TO
                       WS-EMP-ENTRY(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-EMP-COUNT.

           LIBERA-PUESTO.
               IF NOT WS-PS-CONTROL
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CIA-ACTUAL TO WS-PS-CIA-BUSCADA
               MOVE WS-EMP-ID TO WS-PS-EMP-BUSCADO
               MOVE WS-FECHA-HOY TO WS-PS-FECHA-MOV
               PERFORM LIBERA-PUESTO-EMPLEADO
               IF WS-PS-INDICE > 0
                   MOVE WS-PS-PUESTO(WS-PS-INDICE) TO
                       WS-PUESTO-LIBERADO
                   PERFORM GRABA-PUESTOS
               END-IF.

           ANOTA-BAJA-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "BAJA" TO AUD-EVENTO
               MOVE WS-EMP-ID TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

      * CONSTANCIA DE BAJA: CADA PASO CON SU MARCA ([X] HECHO, [-] NO
      * APLICA), EL DESGLOSE DEL FINIQUITO Y LAS FIRMAS
           IMPRIME-CONSTANCIA.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "BAJA." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-BAJA-FILENAME
               OPEN OUTPUT BAJA-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE SPACES TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE "CONSTANCIA DE BAJA DE EMPLEADO" TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE SPACES TO BAJA-LINE
               STRING "EMPLEADO " WS-EMP-ID " " WS-EMP-NOMBRE
                   " DEPTO " WS-EMP-DEPTO " INGRESO " WS-EMP-FING
                   DELIMITED BY SIZE INTO BAJA-LINE
               WRITE BAJA-LINE
               MOVE SPACES TO BAJA-LINE
               STRING "FECHA DE BAJA " WS-BAJA-TXT
                   " OPERADOR LIGADO " WS-OPERADOR-ID
                   " PROCESO " WS-AUD-OPERADOR
                   DELIMITED BY SIZE INTO BAJA-LINE
               WRITE BAJA-LINE
               MOVE SPACES TO BAJA-LINE
               WRITE BAJA-LINE
               PERFORM IMPRIME-PASOS
               MOVE SPACES TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE "FINIQUITO" TO BAJA-LINE
               WRITE BAJA-LINE
               IF WS-SIN-TARIFA
                   MOVE "  SIN SUELDO VIGENTE: SUELDO Y VACACIONES EN "
                       TO BAJA-LINE
                   MOVE "CERO" TO BAJA-LINE(47:4)
                   WRITE BAJA-LINE
               END-IF
               MOVE SPACES TO WS-IM-DESC
               MOVE WS-DIAS-SUELDO TO WS-NUM-EDIT
               STRING "SUELDO " WS-NUM-EDIT " DIAS"
                   DELIMITED BY SIZE INTO WS-IM-DESC
               IF WS-MES-PAGADO
                   MOVE "SUELDO (NOMINA DEL MES YA PAGADA)"
                       TO WS-IM-DESC
               END-IF
               MOVE WS-PAGO-SUELDO TO WS-IM-IMPORTE
               MOVE WS-IMPORTE-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE SPACES TO WS-IM-DESC
               MOVE WS-DIAS-VACACIONES TO WS-NUM-EDIT
               STRING "VACACIONES NO GOZADAS " WS-NUM-EDIT " DIAS"
                   DELIMITED BY SIZE INTO WS-IM-DESC
               MOVE WS-PAGO-VACACIONES TO WS-IM-IMPORTE
               MOVE WS-IMPORTE-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE "COMISIONES APROBADAS" TO WS-IM-DESC
               MOVE WS-PAGO-COMISION TO WS-IM-IMPORTE
               MOVE WS-IMPORTE-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE "TOTAL BRUTO" TO WS-IM-DESC
               MOVE WS-BRUTO TO WS-IM-IMPORTE
               MOVE WS-IMPORTE-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE "RETENCION" TO WS-IM-DESC
               MOVE WS-RETENCION TO WS-IM-IMPORTE
               MOVE WS-IMPORTE-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE "NETO A PAGAR" TO WS-IM-DESC
               MOVE WS-NETO TO WS-IM-IMPORTE
               MOVE WS-IMPORTE-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               MOVE SPACES TO BAJA-LINE
               WRITE BAJA-LINE
               WRITE BAJA-LINE
               MOVE "  ______________________________    "
                   TO BAJA-LINE
               MOVE "______________________________" TO
                   BAJA-LINE(39:30)
               WRITE BAJA-LINE
               MOVE "  FIRMA RECURSOS HUMANOS              "
                   TO BAJA-LINE
               MOVE "FIRMA DEL EMPLEADO" TO BAJA-LINE(39:18)
               WRITE BAJA-LINE
               MOVE WS-REPORTE-PIE-LINE TO BAJA-LINE
               WRITE BAJA-LINE
               CLOSE BAJA-REPORT
               MOVE "BAJA" TO WS-RC-TIPO
               MOVE WS-BAJA-FILENAME TO WS-RC-ARCHIVO
               MOVE 1 TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION.

           IMPRIME-PASOS.
               MOVE 1 TO WS-PA-NUM
               MOVE "ACCESO AL SISTEMA (OPERMAST.DAT)" TO WS-PA-DESC
               IF WS-OPE-INDICE = 0
                   MOVE "[-]" TO WS-PA-MARCA
                   MOVE "SIN ID DE OPERADOR" TO WS-PA-ESTATUS
               ELSE
                   MOVE "[X]" TO WS-PA-MARCA
                   MOVE SPACES TO WS-PA-ESTATUS
                   STRING "FIRMA " WS-OPERADOR-ID " REVOCADA"
                       DELIMITED BY SIZE INTO WS-PA-ESTATUS
               END-IF
               PERFORM ESCRIBE-PASO
               MOVE 2 TO WS-PA-NUM
               MOVE "DESCUENTO DE EMPLEADO (CRUZALINK)" TO WS-PA-DESC
               IF WS-LIGAS-TERMINADAS = 0
                   MOVE "[-]" TO WS-PA-MARCA
                   MOVE "SIN LIGAS CONFIRMADAS" TO WS-PA-ESTATUS
               ELSE
                   MOVE "[X]" TO WS-PA-MARCA
                   MOVE WS-LIGAS-TERMINADAS TO WS-NUM-EDIT
                   MOVE SPACES TO WS-PA-ESTATUS
                   STRING WS-NUM-EDIT " LIGA(S) TERMINADA(S)"
                       DELIMITED BY SIZE INTO WS-PA-ESTATUS
               END-IF
               PERFORM ESCRIBE-PASO
               MOVE 3 TO WS-PA-NUM
               MOVE "SUELDO EN NOMINA (SALARIO.DAT)" TO WS-PA-DESC
               IF WS-SAL-INDICE = 0
                   MOVE "[-]" TO WS-PA-MARCA
                   MOVE "SIN RENGLON DE SALARIO" TO WS-PA-ESTATUS
               ELSE
                   MOVE "[X]" TO WS-PA-MARCA
                   MOVE "RENGLON DADO DE BAJA" TO WS-PA-ESTATUS
               END-IF
               PERFORM ESCRIBE-PASO
               MOVE 4 TO WS-PA-NUM
               MOVE "SALDO DE VACACIONES (VACSALDO.DAT)" TO WS-PA-DESC
               IF WS-DIAS-VACACIONES = 0
                   MOVE "[-]" TO WS-PA-MARCA
                   MOVE "SIN DIAS PENDIENTES" TO WS-PA-ESTATUS
               ELSE
                   MOVE "[X]" TO WS-PA-MARCA
                   MOVE WS-DIAS-VACACIONES TO WS-NUM-EDIT
                   MOVE SPACES TO WS-PA-ESTATUS
                   STRING WS-NUM-EDIT " DIAS PAGADOS Y SALDADOS"
                       DELIMITED BY SIZE INTO WS-PA-ESTATUS
               END-IF
               PERFORM ESCRIBE-PASO
               MOVE 5 TO WS-PA-NUM
               MOVE "COMISIONES APROBADAS (COMISION.DAT)" TO WS-PA-DESC
               EVALUATE TRUE
                   WHEN WS-CO-PENDIENTES = 0
                       MOVE "[-]" TO WS-PA-MARCA
                       MOVE "SIN COMISIONES PENDIENTES" TO
                           WS-PA-ESTATUS
                   WHEN WS-COMISION-NEGATIVA
                       MOVE "[-]" TO WS-PA-MARCA
                       MOVE "SALDO NEGATIVO, NO SE COBRA" TO
                           WS-PA-ESTATUS
                   WHEN OTHER
                       MOVE "[X]" TO WS-PA-MARCA
                       MOVE WS-CO-PENDIENTES TO WS-NUM-EDIT
                       MOVE SPACES TO WS-PA-ESTATUS
                       STRING WS-NUM-EDIT " MES(ES) PAGADOS EN "
                           WS-PERIODO-BAJA
                           DELIMITED BY SIZE INTO WS-PA-ESTATUS
               END-EVALUATE
               PERFORM ESCRIBE-PASO
               MOVE 6 TO WS-PA-NUM
               MOVE "MAESTRO DE EMPLEADOS (EMPLOYEE.DAT)"
                   TO WS-PA-DESC
               MOVE "[X]" TO WS-PA-MARCA
               MOVE "EMPLEADO DADO DE BAJA" TO WS-PA-ESTATUS
               PERFORM ESCRIBE-PASO
               MOVE 7 TO WS-PA-NUM
               MOVE "PUESTO AUTORIZADO (PUESTOS.DAT)" TO WS-PA-DESC
               IF WS-PUESTO-LIBERADO = SPACES
                   MOVE "[-]" TO WS-PA-MARCA
                   MOVE "SIN PUESTO ASIGNADO" TO WS-PA-ESTATUS
               ELSE
                   MOVE "[X]" TO WS-PA-MARCA
                   MOVE SPACES TO WS-PA-ESTATUS
                   STRING "PUESTO " WS-PUESTO-LIBERADO
                       " QUEDA VACANTE"
                       DELIMITED BY SIZE INTO WS-PA-ESTATUS
               END-IF
               PERFORM ESCRIBE-PASO
               MOVE 8 TO WS-PA-NUM
               MOVE "SUBORDINADOS POR REASIGNAR" TO WS-PA-DESC
               IF WS-SUBORDINADOS = 0
                   MOVE "[-]" TO WS-PA-MARCA
                   MOVE "NINGUNO" TO WS-PA-ESTATUS
               ELSE
                   MOVE "[ ]" TO WS-PA-MARCA
                   MOVE WS-SUBORDINADOS TO WS-NUM-EDIT
                   MOVE SPACES TO WS-PA-ESTATUS
                   STRING WS-NUM-EDIT " EN MANTEN-EMPLEADOS"
                       DELIMITED BY SIZE INTO WS-PA-ESTATUS
               END-IF
               PERFORM ESCRIBE-PASO.

           ESCRIBE-PASO.
               MOVE WS-PASO-LINE TO BAJA-LINE
               WRITE BAJA-LINE.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY CERRPROC.
       COPY INTPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY SHPROC.
       COPY VSPROC.
       COPY COMPROC.
       COPY RETPROC.
       COPY ACUPROC.
       COPY PSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
