      *            net total posted to NOMCTRL.DAT and a NOMINA
      *            control record in AUDIT.LOG. A period/frequency
      *            already settled in NOMCTRL.DAT is refused so pay
      *            cannot run twice. Withholding is computed from
      *            gross with the bracket of the run's frequency in
      *            RETENCION.DAT (MANTEN-RETENCIONES) and shown on the
      *            payslip apart from the standard deductions; the
      *            department subtotals and the NOMCTRL.DAT row carry
      *            the total withheld for payment to the authority. A
      *            frequency with no withholding table stops the run.
      *            Net pay of every employee with an account in
      *            CTABANCO.DAT (MANTEN-CUENTAS-BANCO) goes to the bank
      *            disbursement file DISPNOM.yyyymmddhhmmss.TXT: a
      *            header, one payment per employee and a trailer
      *            whose count and amount are also posted on the
      *            NOMCTRL.DAT row. Employees with no account are
      *            listed at the end of the payslip file for a manual
      *            check, and their count and amount go on the same
      *            row, so deposit plus manual equals the net total.
      *            Before the control row is posted, each employee's
      *            gross, deductions, withholding and net are added to
      *            the year-to-date accumulator NOMACUM.DAT by EMP-ID,
      *            company and year; a row that already carries this
      *            period and frequency is not added to again. The
      *            NOMCTRL.DAT row also carries gross and deductions
      *            so the year-end certificates (CONSTANCIAS-NOMINA)
      *            can tie back to it. Leave captured in VACMOV.DAT
      *            (CAPTURA-VACACIONES) that falls in the pay period
      *            is flagged under the employee's payslip with its
      *            days and dates. Time cards captured in TARJETA.DAT
      *            (CAPTURA-TARJETAS) for the period and frequency add
      *            overtime pay to gross: the overtime hours times the
      *            hourly rate (base over the working week of
      *            HORASEXT.CTL times the weeks in the period) times
      *            the premium percentage of the same file, on a
      *            payslip line of its own. A card over the weekly
      *            overtime limit, or for an employee with no salary
      *            row for the run, is not paid and goes to the error
      *            log. Base pay, deductions and pay frequency are
      *            those of the change in force for the period in the
      *            salary history SALHIST.DAT (MANTEN-SALARIOS), since
      *            SALARIO.DAT already holds a future-dated change; an
      *            employee with history but no change in force yet,
      *            or whose change in force is for another frequency,
      *            is not paid, and one with no history is paid from
      *            SALARIO.DAT as before. The base paid per employee
      *            and period is kept in NOMPAGO.DAT; when a change is
      *            back-dated into periods already paid, the difference
      *            per period is paid in this run as retroactive pay
      *            on its own payslip lines and recorded against the
      *            period it belongs to so it is not paid twice.
      *            Sales commissions approved in COMISION.DAT
      *            (COMISIONES-MES) for months up to the pay period
      *            and not yet paid are added to gross on a payslip
      *            line of their own and marked paid in this period;
      *            when returns leave an employee's pending balance
      *            negative it stays pending and offsets the next
      *            commissions instead. The gross paid per department
      *            is appended to NOMDEPTO.DAT, the actual payroll
      *            cost that PRESUP-REAL compares with the budget.
      *            The run journals gross pay, deductions, withholding
      *            and net pay in POLIZAS.DAT under the NOMINA rows of
      *            MAPACONT.DAT, referenced by period and frequency.
      *            Alongside the payslip file a semicolon-delimited
      *            payroll register NOMINACSV.*.CSV carries one row per
      *            employee paid (gross, overtime, retroactive,
      *            commission, deductions, withholding, net) under a
      *            column-heading row, with plain amounts; it is
      *            catalogued in REPCAT.DAT as type NOMINACSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT SALARIO-FILE ASSIGN TO "SALARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL-STATUS.
           COPY NCSEL.
           COPY NDSEL.
           COPY ACUSEL.
           SELECT NOMINA-REPORT ASSIGN TO DYNAMIC WS-NOMINA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOMREP-STATUS.
           SELECT DISPERSION-FILE ASSIGN TO DYNAMIC WS-DISP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           COPY CTASEL.
           COPY RETSEL.
           COPY VMSEL.
           COPY TJSEL.
           COPY HXSEL.
           COPY SHSEL.
           COPY COMSEL.
           SELECT NOMPAGO-FILE ASSIGN TO "NOMPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY PZSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY DLMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           05  SA-DEDUCCIONES      PIC 9(5)V99.
           05  SA-COMPANIA         PIC X(2).

       COPY NCFD.

       COPY NDFD.

       COPY ACUFD.

       FD  NOMINA-REPORT.
       01  NOMINA-LINE             PIC X(80).

       FD  DISPERSION-FILE.
       01  DISPERSION-RECORD       PIC X(80).

       COPY CTAFD.

       COPY RETFD.

       COPY VMFD.

       COPY TJFD.

       COPY HXFD.

       COPY SHFD.

       COPY COMFD.

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

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY PZFD.

       COPY CIAFD.

       COPY FECFD.
       COPY AUDITFD.
       COPY ERRFD.

       COPY DLMFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY ERRWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY RETWS.
       COPY CTAWS.
       COPY NCWS.
       COPY NDWS.
       COPY ACUWS.
       COPY VMWS.
       COPY TJWS.
       COPY HXWS.
       COPY SHWS.
       COPY COMWS.
       COPY PZWS.
       COPY DLMWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-SAL-STATUS           PIC XX.
       01  WS-NOMREP-STATUS        PIC XX.
       01  WS-NOMINA-FILENAME      PIC X(40).
       01  WS-DISP-STATUS          PIC XX.
       01  WS-DISP-FILENAME        PIC X(40).

       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-EOF-SAL-SWITCH       PIC X VALUE "N".
           88  WS-EOF-SAL          VALUE "Y".
       01  WS-YA-PAGADO-SWITCH     PIC X VALUE "N".
           88  WS-YA-PAGADO        VALUE "Y".


       01  WS-BRUTO                PIC 9(7)V99 VALUE 0.
       01  WS-DEDUCCION            PIC 9(5)V99 VALUE 0.
       01  WS-RETENCION            PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-RETENCION      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-BRUTO          PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DEDUCCION      PIC 9(9)V99 VALUE 0.
       01  WS-RT-FRECUENCIA-COUNT  PIC 9(3) VALUE 0.
       01  WS-NETO                 PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-NETO           PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NETO-TXT       PIC 9(9) VALUE 0.
               10  WS-D-DEPTO      PIC X(4).
               10  WS-D-EMPLEADOS  PIC 9(4).
               10  WS-D-NETO       PIC 9(9)V99.
               10  WS-D-RETENCION  PIC 9(9)V99.
               10  WS-D-BRUTO      PIC 9(9)V99.
       01  WS-DEP-I                PIC 99 VALUE 0.
       01  WS-DEP-INDICE           PIC 99 VALUE 0.

           05  WS-R-BRUTO          PIC ZZZZZZ9.99.
           05  FILLER              PIC X(6) VALUE " DED ".
           05  WS-R-DED            PIC ZZZZ9.99.
           05  FILLER              PIC X(6) VALUE " RET ".
           05  WS-R-RET            PIC ZZZZZZ9.99.
           05  FILLER              PIC X(7) VALUE " NETO ".
           05  WS-R-NETO           PIC ZZZZZZ9.99.

      * ARCHIVO DE DISPERSION AL BANCO: ENCABEZADO, UN PAGO POR
      * EMPLEADO Y CIFRAS DE CONTROL AL FINAL
       01  WS-DISP-HEADER.
           05  FILLER              PIC X VALUE "H".
           05  WS-DH-COMPANIA      PIC X(2).
           05  WS-DH-PERIODO       PIC X(6).
           05  WS-DH-FRECUENCIA    PIC X.
           05  WS-DH-FECHA         PIC 9(8).
           05  WS-DH-NOMBRE-CIA    PIC X(30).
           05  FILLER              PIC X(32) VALUE SPACES.
       01  WS-DISP-DETALLE.
           05  FILLER              PIC X VALUE "D".
           05  WS-DD-SECUENCIA     PIC 9(6).
           05  WS-DD-EMP-ID        PIC X(6).
           05  WS-DD-CUENTA        PIC X(18).
           05  WS-DD-IMPORTE       PIC 9(9)V99.
           05  WS-DD-NOMBRE        PIC X(20).
           05  WS-DD-REFERENCIA    PIC X(10).
           05  FILLER              PIC X(8) VALUE SPACES.
       01  WS-DISP-TRAILER.
           05  FILLER              PIC X VALUE "T".
           05  WS-DT-REGISTROS     PIC 9(6).
           05  WS-DT-IMPORTE       PIC 9(11)V99.
           05  FILLER              PIC X(60) VALUE SPACES.
       01  WS-DISP-COUNT           PIC 9(4) VALUE 0.
       01  WS-DISP-NETO            PIC 9(9)V99 VALUE 0.

      * EMPLEADOS SIN CUENTA, PARA CHEQUE MANUAL
       01  WS-MAN-COUNT            PIC 9(4) VALUE 0.
       01  WS-MANUAL-TABLE.
           05  WS-MAN-ENTRY OCCURS 1000 TIMES.
               10  WS-MAN-ID       PIC X(6).
               10  WS-MAN-NOMBRE   PIC X(20).
               10  WS-MAN-NETO     PIC 9(7)V99.
       01  WS-MAN-I                PIC 9(4) VALUE 0.
       01  WS-MANUAL-NETO          PIC 9(9)V99 VALUE 0.
       01  WS-MANUAL-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ML-ID            PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ML-NOMBRE        PIC X(20).
           05  FILLER              PIC X(7) VALUE " NETO ".
           05  WS-ML-NETO          PIC ZZZZZZ9.99.

      * LO PAGADO A CADA EMPLEADO EN ESTA CORRIDA, PARA EL ACUMULADO
       01  WS-PG-COUNT             PIC 9(4) VALUE 0.
       01  WS-PAGADOS-TABLE.
           05  WS-PG-ENTRY OCCURS 1000 TIMES.
               10  WS-PG-ID        PIC X(6).
               10  WS-PG-BRUTO     PIC 9(7)V99.
               10  WS-PG-DED       PIC 9(5)V99.
               10  WS-PG-RET       PIC 9(7)V99.
               10  WS-PG-NETO      PIC 9(7)V99.
       01  WS-PG-I                 PIC 9(4) VALUE 0.
       01  WS-CONT-ACUM-OMITIDOS   PIC 9(4) VALUE 0.

      * VACACIONES DEL PERIODO, PARA SENALARLAS EN EL RECIBO
       01  WS-VAC-COUNT            PIC 9(4) VALUE 0.
       01  WS-VACACIONES-TABLE.
           05  WS-VAC-ENTRY OCCURS 1000 TIMES.
               10  WS-VAC-ID       PIC X(6).
               10  WS-VAC-INICIO   PIC 9(8).
               10  WS-VAC-FIN      PIC 9(8).
               10  WS-VAC-DIAS     PIC 9(3).
       01  WS-VAC-I                PIC 9(4) VALUE 0.
       01  WS-VACACION-LINE.
           05  FILLER              PIC X(14) VALUE "  VACACIONES: ".
           05  WS-VL-DIAS          PIC ZZ9.
           05  FILLER              PIC X(9) VALUE " DIAS DEL".
           05  FILLER              PIC X VALUE SPACE.
           05  WS-VL-INICIO        PIC 9(8).
           05  FILLER              PIC X(4) VALUE " AL ".
           05  WS-VL-FIN           PIC 9(8).

      * TARJETAS DE TIEMPO DEL PERIODO; USADA: P PAGADA, R RECHAZADA
       01  WS-TJ-COUNT             PIC 9(4) VALUE 0.
       01  WS-TARJETAS-TABLE.
           05  WS-TJ-ENTRY OCCURS 1000 TIMES.
               10  WS-TJ-ID        PIC X(6).
               10  WS-TJ-NORMALES  PIC 9(3)V99.
               10  WS-TJ-EXTRA     PIC 9(3)V99.
               10  WS-TJ-USADA     PIC X.
       01  WS-TJ-I                 PIC 9(4) VALUE 0.
       01  WS-TJ-INDICE            PIC 9(4) VALUE 0.
       01  WS-HORA-ORDINARIA       PIC 9(5)V9999 VALUE 0.
       01  WS-PAGO-EXTRA           PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-EXTRA          PIC 9(9)V99 VALUE 0.
       01  WS-CONT-TJ-RECHAZADAS   PIC 9(4) VALUE 0.
       01  WS-EXTRA-LINE.
           05  FILLER              PIC X(15) VALUE "  TIEMPO EXTRA ".
           05  WS-XL-HORAS         PIC ZZ9.99.
           05  FILLER              PIC X(7) VALUE " HRS A ".
           05  WS-XL-HORA          PIC ZZZZ9.99.
           05  FILLER              PIC X(3) VALUE " X ".
           05  WS-XL-PRIMA         PIC ZZ9.
           05  FILLER              PIC X(10) VALUE "% IMPORTE ".
           05  WS-XL-IMPORTE       PIC ZZZZZZ9.99.

      * BASE YA PAGADO POR EMPLEADO, PERIODO Y FRECUENCIA (BASE MAS
      * RETROACTIVOS) Y LOS RENGLONES QUE DEJA ESTA CORRIDA
       01  WS-NP-STATUS            PIC XX.
       01  WS-NP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-NP-EOF           VALUE "Y".
       01  WS-NP-COUNT             PIC 9(4) VALUE 0.
       01  WS-PAGADO-PERIODO-TABLE.
           05  WS-NP-ENTRY OCCURS 5000 TIMES.
               10  WS-NP-ID        PIC X(6).
               10  WS-NP-PERIODO   PIC X(6).
               10  WS-NP-FREC      PIC X.
               10  WS-NP-PAGADO    PIC 9(7)V99.
       01  WS-NP-I                 PIC 9(4) VALUE 0.
       01  WS-NP-INDICE            PIC 9(4) VALUE 0.
       01  WS-NR-COUNT             PIC 9(4) VALUE 0.
       01  WS-NUEVOS-PAGOS-TABLE.
           05  WS-NR-ENTRY OCCURS 3000 TIMES.
               10  WS-NR-ID        PIC X(6).
               10  WS-NR-PERIODO   PIC X(6).
               10  WS-NR-TIPO      PIC X.
               10  WS-NR-IMPORTE   PIC 9(7)V99.
               10  WS-NR-VIGENTE   PIC 9(7)V99.
               10  WS-NR-PAGADO    PIC 9(7)V99.
       01  WS-NR-I                 PIC 9(4) VALUE 0.
       01  WS-NR-DESDE             PIC 9(4) VALUE 0.
       01  WS-BASE-PERIODO         PIC 9(7)V99 VALUE 0.
       01  WS-RETRO                PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-RETRO          PIC 9(9)V99 VALUE 0.
       01  WS-CONT-RETRO           PIC 9(4) VALUE 0.
       01  WS-RETRO-LINE.
           05  FILLER              PIC X(16) VALUE "  RETROACTIVO ".
           05  WS-RL-PERIODO       PIC X(6).
           05  FILLER              PIC X(8) VALUE " SUELDO ".
           05  WS-RL-VIGENTE       PIC ZZZZZZ9.99.
           05  FILLER              PIC X(8) VALUE " PAGADO ".
           05  WS-RL-PAGADO        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(6) VALUE " DIF ".
           05  WS-RL-DIFERENCIA    PIC ZZZZZZ9.99.

      * COMISIONES APROBADAS POR PAGAR
       01  WS-PAGO-COMISION        PIC 9(7)V99 VALUE 0.
       01  WS-SUMA-COMISION        PIC S9(7)V99 VALUE 0.
       01  WS-TOTAL-COMISION       PIC 9(9)V99 VALUE 0.
       01  WS-CONT-COMISIONES      PIC 9(4) VALUE 0.
       01  WS-CO-PENDIENTES        PIC 9(4) VALUE 0.
       01  WS-COMISION-LINE.
           05  FILLER              PIC X(24) VALUE
                                   "  COMISIONES APROBADAS ".
           05  WS-CL-IMPORTE       PIC ZZZZZZ9.99.

       01  WS-DEP-LINE.
           05  FILLER              PIC X(11) VALUE "SUBT DEPTO ".
           05  WS-DL-DEPTO         PIC X(4).
           05  WS-DL-EMP           PIC ZZZ9.
           05  FILLER              PIC X(7) VALUE " NETO ".
           05  WS-DL-NETO          PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(6) VALUE " RET ".
           05  WS-DL-RET           PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           MAIN.
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CARGA-VACACIONES-PERIODO
               PERFORM CARGA-PARAM-HORAS-EXTRA
               MOVE WS-FRECUENCIA TO WS-HX-FRECUENCIA
               PERFORM SEMANAS-DE-FRECUENCIA
               PERFORM CARGA-TARJETAS-PERIODO
               PERFORM CARGA-HISTORIA-SALARIOS
               PERFORM CARGA-PAGOS-ANTERIORES
               PERFORM CARGA-COMISIONES
               PERFORM CARGA-RETENCIONES
               MOVE 0 TO WS-RT-FRECUENCIA-COUNT
               PERFORM VARYING WS-RT-I FROM 1 BY 1
                       UNTIL WS-RT-I > WS-RT-COUNT
                   IF WS-RT-FREC(WS-RT-I) = WS-FRECUENCIA
                       ADD 1 TO WS-RT-FRECUENCIA-COUNT
                   END-IF
               END-PERFORM
               IF WS-RT-FRECUENCIA-COUNT = 0
                   DISPLAY "SIN TARIFA DE RETENCION PARA LA "
                       "FRECUENCIA " WS-FRECUENCIA
                       " EN RETENCION.DAT, NOMINA DETENIDA"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM GENERA-NOMINA
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.
                   CLOSE SALARIO-FILE
               END-IF.

      * AUSENCIAS DE LA COMPANIA QUE TOCAN EL MES DEL PERIODO
           CARGA-VACACIONES-PERIODO.
               MOVE 0 TO WS-VAC-COUNT
               MOVE "N" TO WS-VM-EOF-SWITCH
               OPEN INPUT VACMOV-FILE
               IF WS-VM-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-VM-EOF
                   READ VACMOV-FILE
                       AT END
                           SET WS-VM-EOF TO TRUE
                       NOT AT END
                           IF WS-VAC-COUNT < 1000
                                   AND VM-COMPANIA = WS-CIA-ACTUAL
                                   AND VM-FECHA-INICIO(1:6) NOT >
                                       WS-PERIODO
                                   AND VM-FECHA-FIN(1:6) NOT <
                                       WS-PERIODO
                               ADD 1 TO WS-VAC-COUNT
                               MOVE VM-EMP-ID TO
                                   WS-VAC-ID(WS-VAC-COUNT)
                               MOVE VM-FECHA-INICIO TO
                                   WS-VAC-INICIO(WS-VAC-COUNT)
                               MOVE VM-FECHA-FIN TO
                                   WS-VAC-FIN(WS-VAC-COUNT)
                               MOVE VM-DIAS TO
                                   WS-VAC-DIAS(WS-VAC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VACMOV-FILE.

      * TARJETAS DE TIEMPO DE LA COMPANIA PARA EL PERIODO Y LA
      * FRECUENCIA DE ESTA CORRIDA
           CARGA-TARJETAS-PERIODO.
               MOVE 0 TO WS-TJ-COUNT
               MOVE "N" TO WS-TJ-EOF-SWITCH
               OPEN INPUT TARJETA-FILE
               IF WS-TJ-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-TJ-EOF
                   READ TARJETA-FILE
                       AT END
                           SET WS-TJ-EOF TO TRUE
                       NOT AT END
                           IF WS-TJ-COUNT < 1000
                                   AND TJ-COMPANIA = WS-CIA-ACTUAL
                                   AND TJ-PERIODO = WS-PERIODO
                                   AND TJ-FRECUENCIA = WS-FRECUENCIA
                                   AND TJ-HORAS-NORMALES IS NUMERIC
                                   AND TJ-HORAS-EXTRA IS NUMERIC
                               ADD 1 TO WS-TJ-COUNT
                               MOVE TJ-EMP-ID TO
                                   WS-TJ-ID(WS-TJ-COUNT)
                               MOVE TJ-HORAS-NORMALES TO
                                   WS-TJ-NORMALES(WS-TJ-COUNT)
                               MOVE TJ-HORAS-EXTRA TO
                                   WS-TJ-EXTRA(WS-TJ-COUNT)
                               MOVE SPACE TO
                                   WS-TJ-USADA(WS-TJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJETA-FILE.

      * LO PAGADO ANTES A CADA EMPLEADO DE LA COMPANIA, SUMADO POR
      * PERIODO Y FRECUENCIA
           CARGA-PAGOS-ANTERIORES.
               MOVE 0 TO WS-NP-COUNT
               MOVE "N" TO WS-NP-EOF-SWITCH
               OPEN INPUT NOMPAGO-FILE
               IF WS-NP-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-NP-EOF
                   READ NOMPAGO-FILE
                       AT END
                           SET WS-NP-EOF TO TRUE
                       NOT AT END
                           IF NP-COMPANIA = WS-CIA-ACTUAL
                                   AND NP-IMPORTE IS NUMERIC
                               PERFORM SUMA-PAGO-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMPAGO-FILE.

           SUMA-PAGO-ANTERIOR.
               MOVE 0 TO WS-NP-INDICE
               PERFORM VARYING WS-NP-I FROM 1 BY 1
                       UNTIL WS-NP-I > WS-NP-COUNT
                           OR WS-NP-INDICE > 0
                   IF WS-NP-ID(WS-NP-I) = NP-EMP-ID
                           AND WS-NP-PERIODO(WS-NP-I) = NP-PERIODO
                           AND WS-NP-FREC(WS-NP-I) = NP-FRECUENCIA
                       MOVE WS-NP-I TO WS-NP-INDICE
                   END-IF
               END-PERFORM
               IF WS-NP-INDICE = 0
                   IF WS-NP-COUNT >= 5000
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-NP-COUNT
                   MOVE WS-NP-COUNT TO WS-NP-INDICE
                   MOVE NP-EMP-ID TO WS-NP-ID(WS-NP-INDICE)
                   MOVE NP-PERIODO TO WS-NP-PERIODO(WS-NP-INDICE)
                   MOVE NP-FRECUENCIA TO WS-NP-FREC(WS-NP-INDICE)
                   MOVE 0 TO WS-NP-PAGADO(WS-NP-INDICE)
               END-IF
               ADD NP-IMPORTE TO WS-NP-PAGADO(WS-NP-INDICE).

      * RENGLONES DE BASE Y RETROACTIVO DE ESTA CORRIDA
           GRABA-PAGOS-PERIODO.
               OPEN EXTEND NOMPAGO-FILE
               IF WS-NP-STATUS = "05" OR WS-NP-STATUS = "35"
                   CLOSE NOMPAGO-FILE
                   OPEN OUTPUT NOMPAGO-FILE
               END-IF
               PERFORM VARYING WS-NR-I FROM 1 BY 1
                       UNTIL WS-NR-I > WS-NR-COUNT
                   MOVE SPACES TO NOMPAGO-RECORD
                   MOVE WS-NR-ID(WS-NR-I) TO NP-EMP-ID
                   MOVE WS-CIA-ACTUAL TO NP-COMPANIA
                   MOVE WS-NR-PERIODO(WS-NR-I) TO NP-PERIODO
                   MOVE WS-FRECUENCIA TO NP-FRECUENCIA
                   MOVE WS-NR-TIPO(WS-NR-I) TO NP-TIPO
                   MOVE WS-NR-IMPORTE(WS-NR-I) TO NP-IMPORTE
                   MOVE WS-PERIODO TO NP-PERIODO-PAGO
                   MOVE WS-FECHA-HOY TO NP-FECHA
                   WRITE NOMPAGO-RECORD
               END-PERFORM
               CLOSE NOMPAGO-FILE.

           GENERA-NOMINA.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "NOMINA." WS-GEN-FECHA WS-GEN-HORA ".PRT"
               WRITE NOMINA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO NOMINA-LINE
               WRITE NOMINA-LINE
               MOVE "NOMINACSV" TO WS-DLM-TIPO
               PERFORM ABRE-DELIMITADO
               STRING "EMPLEADO;NOMBRE;DEPTO;PERIODO;FRECUENCIA;BRUTO;"
                   "TIEMPO EXTRA;RETROACTIVO;COMISION;DEDUCCIONES;"
                   "RETENCION;NETO" DELIMITED BY SIZE
                   INTO WS-DLM-RENGLON
               PERFORM ESCRIBE-TITULOS-DLM
               PERFORM CARGA-CUENTAS
               PERFORM ABRE-DISPERSION
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
               IF WS-EMPLOYEE-STATUS NOT = "35"
                   CLOSE EMPLOYEE-FILE
               END-IF
               PERFORM RECHAZA-TARJETAS-SIN-PAGO
               MOVE "=== SUBTOTALES POR DEPARTAMENTO ==="
                   TO NOMINA-LINE
               WRITE NOMINA-LINE
                   MOVE WS-D-DEPTO(WS-DEP-I) TO WS-DL-DEPTO
                   MOVE WS-D-EMPLEADOS(WS-DEP-I) TO WS-DL-EMP
                   MOVE WS-D-NETO(WS-DEP-I) TO WS-DL-NETO
                   MOVE WS-D-RETENCION(WS-DEP-I) TO WS-DL-RET
                   MOVE WS-DEP-LINE TO NOMINA-LINE
                   WRITE NOMINA-LINE
               END-PERFORM
                   WS-TOTAL-NETO
                   DELIMITED BY SIZE INTO NOMINA-LINE
               WRITE NOMINA-LINE
               MOVE SPACES TO NOMINA-LINE
               STRING "TOTAL RETENIDO COMPANIA " WS-CIA-ACTUAL ": "
                   WS-TOTAL-RETENCION
                   DELIMITED BY SIZE INTO NOMINA-LINE
               WRITE NOMINA-LINE
               MOVE SPACES TO NOMINA-LINE
               STRING "TOTAL TIEMPO EXTRA COMPANIA " WS-CIA-ACTUAL
                   ": " WS-TOTAL-EXTRA
                   DELIMITED BY SIZE INTO NOMINA-LINE
               WRITE NOMINA-LINE
               MOVE SPACES TO NOMINA-LINE
               STRING "TOTAL RETROACTIVO COMPANIA " WS-CIA-ACTUAL
                   ": " WS-TOTAL-RETRO
                   DELIMITED BY SIZE INTO NOMINA-LINE
               WRITE NOMINA-LINE
               MOVE SPACES TO NOMINA-LINE
               STRING "TOTAL COMISIONES COMPANIA " WS-CIA-ACTUAL
                   ": " WS-TOTAL-COMISION
                   DELIMITED BY SIZE INTO NOMINA-LINE
               WRITE NOMINA-LINE
               PERFORM LISTA-PAGO-MANUAL
               MOVE WS-REPORTE-PIE-LINE TO NOMINA-LINE
               WRITE NOMINA-LINE
               CLOSE NOMINA-REPORT
               MOVE WS-NOMINA-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-PAGADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               PERFORM CIERRA-DELIMITADO
               PERFORM CIERRA-DISPERSION
               PERFORM GRABA-PAGOS-PERIODO
               IF WS-CONT-COMISIONES > 0
                   PERFORM GRABA-COMISIONES
               END-IF
               PERFORM ACTUALIZA-ACUMULADOS
               PERFORM ANOTA-COSTO-DEPTOS
               PERFORM ANOTA-CONTROL
               PERFORM ASIENTA-POLIZA-NOMINA
               DISPLAY "NOMINA " WS-PERIODO "/" WS-FRECUENCIA ": "
                   WS-CONT-PAGADOS " EMPLEADOS, NETO "
                   WS-TOTAL-NETO
               DISPLAY "  RETENCION TOTAL " WS-TOTAL-RETENCION
               DISPLAY "  TIEMPO EXTRA " WS-TOTAL-EXTRA
               DISPLAY "  RETROACTIVO " WS-TOTAL-RETRO " EN "
                   WS-CONT-RETRO " PERIODOS"
               DISPLAY "  COMISIONES " WS-TOTAL-COMISION " A "
                   WS-CONT-COMISIONES " EMPLEADOS"
               IF WS-CONT-TJ-RECHAZADAS > 0
                   DISPLAY "TARJETAS DE TIEMPO NO PAGADAS (VER "
                       "ERRORES.LOG): " WS-CONT-TJ-RECHAZADAS
               END-IF
               DISPLAY "  DEPOSITO " WS-DISP-COUNT " EMPLEADOS, "
                   WS-DISP-NETO " EN " WS-DISP-FILENAME
               IF WS-MAN-COUNT > 0
                   DISPLAY "  PAGO MANUAL (SIN CUENTA) " WS-MAN-COUNT
                       " EMPLEADOS, " WS-MANUAL-NETO
               END-IF
               IF WS-CONT-SIN-SALARIO > 0
                   DISPLAY "EMPLEADOS SIN SALARIO REGISTRADO: "
                       WS-CONT-SIN-SALARIO
               END-IF.

      * CON HISTORIA, BASE, DEDUCCIONES Y FRECUENCIA SALEN DEL MISMO
      * CAMBIO VIGENTE EN EL PERIODO: SALARIO.DAT YA TRAE LOS VALORES
      * DE UN CAMBIO CON VIGENCIA FUTURA. SIN HISTORIA SE PAGA DE
      * SALARIO.DAT
           PAGA-EMPLEADO.
               MOVE EMP-ID TO WS-SH-EMP-BUSCADO
               MOVE WS-CIA-ACTUAL TO WS-SH-CIA-BUSCADA
               MOVE WS-PERIODO TO WS-SH-PERIODO-BUSCADO
               PERFORM BUSCA-TARIFA-VIGENTE
               IF WS-SH-TIENE-HISTORIA
                   IF WS-SH-INDICE = 0
                       ADD 1 TO WS-CONT-SIN-SALARIO
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-SH-FREC(WS-SH-INDICE) NOT = WS-FRECUENCIA
                       ADD 1 TO WS-CONT-SIN-SALARIO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SH-BASE(WS-SH-INDICE) TO WS-BRUTO
                   MOVE WS-SH-DED(WS-SH-INDICE) TO WS-DEDUCCION
               ELSE
                   MOVE 0 TO WS-SAL-INDICE
                   PERFORM VARYING WS-SAL-I FROM 1 BY 1
                           UNTIL WS-SAL-I > WS-SAL-COUNT
                               OR WS-SAL-INDICE > 0
                       IF WS-S-ID(WS-SAL-I) = EMP-ID
                               AND WS-S-FREC(WS-SAL-I) =
                                   WS-FRECUENCIA
                               AND (WS-S-CIA(WS-SAL-I) =
                                   WS-CIA-ACTUAL
                                 OR (WS-S-CIA(WS-SAL-I) = SPACES
                                   AND WS-CIA-ACTUAL = "01"))
                           MOVE WS-SAL-I TO WS-SAL-INDICE
                       END-IF
                   END-PERFORM
                   IF WS-SAL-INDICE = 0
                       ADD 1 TO WS-CONT-SIN-SALARIO
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-S-BASE(WS-SAL-INDICE) TO WS-BRUTO
                   MOVE WS-S-DED(WS-SAL-INDICE) TO WS-DEDUCCION
               END-IF
               MOVE WS-BRUTO TO WS-BASE-PERIODO
               PERFORM CALCULA-TIEMPO-EXTRA
               ADD WS-PAGO-EXTRA TO WS-BRUTO
               ADD WS-PAGO-EXTRA TO WS-TOTAL-EXTRA
               MOVE WS-NR-COUNT TO WS-NR-DESDE
               ADD 1 TO WS-NR-DESDE
               PERFORM CALCULA-RETROACTIVO
               ADD WS-RETRO TO WS-BRUTO
               ADD WS-RETRO TO WS-TOTAL-RETRO
               PERFORM CALCULA-COMISION-APROBADA
               ADD WS-PAGO-COMISION TO WS-BRUTO
               ADD WS-PAGO-COMISION TO WS-TOTAL-COMISION
               IF WS-NR-COUNT < 3000
                   ADD 1 TO WS-NR-COUNT
                   MOVE EMP-ID TO WS-NR-ID(WS-NR-COUNT)
                   MOVE WS-PERIODO TO WS-NR-PERIODO(WS-NR-COUNT)
                   MOVE "B" TO WS-NR-TIPO(WS-NR-COUNT)
                   MOVE WS-BASE-PERIODO TO WS-NR-IMPORTE(WS-NR-COUNT)
               END-IF
               MOVE WS-FRECUENCIA TO WS-RT-FREC-BUSCADA
               MOVE WS-BRUTO TO WS-RT-BASE
               PERFORM CALCULA-RETENCION
               MOVE WS-RT-IMPUESTO TO WS-RETENCION
               COMPUTE WS-NETO = WS-BRUTO - WS-DEDUCCION
                   - WS-RETENCION
               IF WS-NETO < 0
                   MOVE 0 TO WS-NETO
               END-IF
               ADD 1 TO WS-CONT-PAGADOS
               ADD WS-NETO TO WS-TOTAL-NETO
               ADD WS-RETENCION TO WS-TOTAL-RETENCION
               ADD WS-BRUTO TO WS-TOTAL-BRUTO
               ADD WS-DEDUCCION TO WS-TOTAL-DEDUCCION
               IF WS-PG-COUNT < 1000
                   ADD 1 TO WS-PG-COUNT
                   MOVE EMP-ID TO WS-PG-ID(WS-PG-COUNT)
                   MOVE WS-BRUTO TO WS-PG-BRUTO(WS-PG-COUNT)
                   MOVE WS-DEDUCCION TO WS-PG-DED(WS-PG-COUNT)
                   MOVE WS-RETENCION TO WS-PG-RET(WS-PG-COUNT)
                   MOVE WS-NETO TO WS-PG-NETO(WS-PG-COUNT)
               END-IF
               MOVE EMP-ID TO WS-R-ID
               MOVE EMP-NOMBRE TO WS-R-NOMBRE
               MOVE EMP-DEPTO TO WS-R-DEPTO
               MOVE WS-RECIBO-LINE TO NOMINA-LINE
               WRITE NOMINA-LINE
               IF WS-PAGO-EXTRA > 0
                   MOVE WS-TJ-EXTRA(WS-TJ-INDICE) TO WS-XL-HORAS
                   MOVE WS-HORA-ORDINARIA TO WS-XL-HORA
                   MOVE WS-HX-PRIMA TO WS-XL-PRIMA
                   MOVE WS-PAGO-EXTRA TO WS-XL-IMPORTE
                   MOVE WS-EXTRA-LINE TO NOMINA-LINE
                   WRITE NOMINA-LINE
               END-IF
               IF WS-PAGO-COMISION > 0
                   MOVE WS-PAGO-COMISION TO WS-CL-IMPORTE
                   MOVE WS-COMISION-LINE TO NOMINA-LINE
                   WRITE NOMINA-LINE
               END-IF
               PERFORM VARYING WS-NR-I FROM WS-NR-DESDE BY 1
                       UNTIL WS-NR-I > WS-NR-COUNT
                   IF WS-NR-TIPO(WS-NR-I) = "R"
                       MOVE WS-NR-PERIODO(WS-NR-I) TO WS-RL-PERIODO
                       MOVE WS-NR-VIGENTE(WS-NR-I) TO WS-RL-VIGENTE
                       MOVE WS-NR-PAGADO(WS-NR-I) TO WS-RL-PAGADO
                       MOVE WS-NR-IMPORTE(WS-NR-I) TO
                           WS-RL-DIFERENCIA
                       MOVE WS-RETRO-LINE TO NOMINA-LINE
                       WRITE NOMINA-LINE
                   END-IF
               END-PERFORM
               MOVE WS-BRUTO TO WS-R-BRUTO
               MOVE WS-DEDUCCION TO WS-R-DED
               MOVE WS-RETENCION TO WS-R-RET
               MOVE WS-NETO TO WS-R-NETO
               MOVE WS-RECIBO2-LINE TO NOMINA-LINE
               WRITE NOMINA-LINE
               PERFORM ESCRIBE-EMPLEADO-DLM
               PERFORM VARYING WS-VAC-I FROM 1 BY 1
                       UNTIL WS-VAC-I > WS-VAC-COUNT
                   IF WS-VAC-ID(WS-VAC-I) = EMP-ID
                       MOVE WS-VAC-DIAS(WS-VAC-I) TO WS-VL-DIAS
                       MOVE WS-VAC-INICIO(WS-VAC-I) TO WS-VL-INICIO
                       MOVE WS-VAC-FIN(WS-VAC-I) TO WS-VL-FIN
                       MOVE WS-VACACION-LINE TO NOMINA-LINE
                       WRITE NOMINA-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO NOMINA-LINE
               WRITE NOMINA-LINE
               PERFORM ACUMULA-DEPTO
               IF WS-NETO > 0
                   PERFORM DISPERSA-NETO
               END-IF.

      * EL RENGLON DEL EMPLEADO EN EL REGISTRO DE NOMINA DELIMITADO
           ESCRIBE-EMPLEADO-DLM.
               MOVE EMP-ID TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE EMP-NOMBRE TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE EMP-DEPTO TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-PERIODO TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-FRECUENCIA TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-BRUTO TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-PAGO-EXTRA TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-RETRO TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-PAGO-COMISION TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-DEDUCCION TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-RETENCION TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-NETO TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               PERFORM ESCRIBE-RENGLON-DLM.

      * COMISIONES APROBADAS SIN PAGAR DE MESES HASTA EL PERIODO: SI
      * EL SALDO ES POSITIVO SE PAGA Y LOS RENGLONES QUEDAN PAGADOS
      * EN ESTE PERIODO; SI LAS DEVOLUCIONES LO DEJAN NEGATIVO QUEDA
      * PENDIENTE PARA COMPENSAR LAS COMISIONES SIGUIENTES
           CALCULA-COMISION-APROBADA.
               MOVE 0 TO WS-PAGO-COMISION
               MOVE 0 TO WS-SUMA-COMISION
               MOVE 0 TO WS-CO-PENDIENTES
               PERFORM VARYING WS-CO-I FROM 1 BY 1
                       UNTIL WS-CO-I > WS-CO-COUNT
                   IF WS-CO-EMP-ID(WS-CO-I) = EMP-ID
                           AND WS-CO-CIA(WS-CO-I) = WS-CIA-ACTUAL
                           AND WS-CO-ESTATUS(WS-CO-I) = "A"
                           AND WS-CO-PERIODO(WS-CO-I) NOT > WS-PERIODO
                       ADD 1 TO WS-CO-PENDIENTES
                       ADD WS-CO-NETO(WS-CO-I) TO WS-SUMA-COMISION
                   END-IF
               END-PERFORM
               IF WS-CO-PENDIENTES = 0 OR WS-SUMA-COMISION < 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SUMA-COMISION TO WS-PAGO-COMISION
               ADD 1 TO WS-CONT-COMISIONES
               PERFORM VARYING WS-CO-I FROM 1 BY 1
                       UNTIL WS-CO-I > WS-CO-COUNT
                   IF WS-CO-EMP-ID(WS-CO-I) = EMP-ID
                           AND WS-CO-CIA(WS-CO-I) = WS-CIA-ACTUAL
                           AND WS-CO-ESTATUS(WS-CO-I) = "A"
                           AND WS-CO-PERIODO(WS-CO-I) NOT > WS-PERIODO
                       MOVE "P" TO WS-CO-ESTATUS(WS-CO-I)
                       MOVE WS-PERIODO TO WS-CO-PER-PAGO(WS-CO-I)
                   END-IF
               END-PERFORM.

      * TIEMPO EXTRA DE LA TARJETA DEL EMPLEADO: HORAS EXTRA POR LA
      * HORA ORDINARIA (BASE ENTRE LAS HORAS DE JORNADA DEL PERIODO)
      * POR LA PRIMA; SOBRE EL LIMITE DEL PERIODO NO SE PAGA
           CALCULA-TIEMPO-EXTRA.
               MOVE 0 TO WS-PAGO-EXTRA
               MOVE 0 TO WS-TJ-INDICE
               PERFORM VARYING WS-TJ-I FROM 1 BY 1
                       UNTIL WS-TJ-I > WS-TJ-COUNT
                           OR WS-TJ-INDICE > 0
                   IF WS-TJ-ID(WS-TJ-I) = EMP-ID
                           AND WS-TJ-USADA(WS-TJ-I) = SPACE
                       MOVE WS-TJ-I TO WS-TJ-INDICE
                   END-IF
               END-PERFORM
               IF WS-TJ-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-TJ-EXTRA(WS-TJ-INDICE) > WS-HX-LIMITE-PERIODO
                   MOVE "R" TO WS-TJ-USADA(WS-TJ-INDICE)
                   ADD 1 TO WS-CONT-TJ-RECHAZADAS
                   DISPLAY "TARJETA DE " EMP-ID " CON "
                       WS-TJ-EXTRA(WS-TJ-INDICE) " HORAS EXTRA, "
                       "LIMITE " WS-HX-LIMITE-PERIODO ", NO SE PAGA"
                   MOVE "TJ-HORAS-EXTRA" TO WS-ERR-CAMPO-NOMBRE
                   MOVE EMP-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               MOVE "P" TO WS-TJ-USADA(WS-TJ-INDICE)
               COMPUTE WS-HORA-ORDINARIA ROUNDED =
                   WS-BRUTO / WS-HX-HORAS-PERIODO
               COMPUTE WS-PAGO-EXTRA ROUNDED =
                   WS-TJ-EXTRA(WS-TJ-INDICE) * WS-HORA-ORDINARIA
                   * WS-HX-PRIMA / 100.

      * LAS TARJETAS QUE NINGUN EMPLEADO PAGADO USO SON DE GENTE SIN
      * SALARIO PARA ESTA CORRIDA Y VAN A LA BITACORA DE RECHAZOS
           RECHAZA-TARJETAS-SIN-PAGO.
               PERFORM VARYING WS-TJ-I FROM 1 BY 1
                       UNTIL WS-TJ-I > WS-TJ-COUNT
                   IF WS-TJ-USADA(WS-TJ-I) = SPACE
                       MOVE "R" TO WS-TJ-USADA(WS-TJ-I)
                       ADD 1 TO WS-CONT-TJ-RECHAZADAS
                       DISPLAY "TARJETA DE " WS-TJ-ID(WS-TJ-I)
                           " SIN SALARIO EN ESTA NOMINA, NO SE PAGA"
                       MOVE "TJ-EMP-ID" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-TJ-ID(WS-TJ-I) TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                   END-IF
               END-PERFORM.

      * POR CADA PERIODO ANTERIOR YA PAGADO EN ESTA FRECUENCIA, EL
      * SUELDO VIGENTE HOY EN LA HISTORIA CONTRA LO PAGADO; LA
      * DIFERENCIA A FAVOR SE PAGA COMO RETROACTIVO
           CALCULA-RETROACTIVO.
               MOVE 0 TO WS-RETRO
               PERFORM VARYING WS-NP-I FROM 1 BY 1
                       UNTIL WS-NP-I > WS-NP-COUNT
                   IF WS-NP-ID(WS-NP-I) = EMP-ID
                           AND WS-NP-FREC(WS-NP-I) = WS-FRECUENCIA
                           AND WS-NP-PERIODO(WS-NP-I) < WS-PERIODO
                       MOVE WS-NP-PERIODO(WS-NP-I) TO
                           WS-SH-PERIODO-BUSCADO
                       PERFORM BUSCA-TARIFA-VIGENTE
                       IF WS-SH-INDICE > 0
                               AND WS-SH-BASE(WS-SH-INDICE) >
                                   WS-NP-PAGADO(WS-NP-I)
                               AND WS-NR-COUNT < 3000
                           PERFORM ANOTA-RETROACTIVO
                       END-IF
                   END-IF
               END-PERFORM.

           ANOTA-RETROACTIVO.
               ADD 1 TO WS-NR-COUNT
               ADD 1 TO WS-CONT-RETRO
               MOVE EMP-ID TO WS-NR-ID(WS-NR-COUNT)
               MOVE WS-NP-PERIODO(WS-NP-I) TO
                   WS-NR-PERIODO(WS-NR-COUNT)
               MOVE "R" TO WS-NR-TIPO(WS-NR-COUNT)
               MOVE WS-SH-BASE(WS-SH-INDICE) TO
                   WS-NR-VIGENTE(WS-NR-COUNT)
               MOVE WS-NP-PAGADO(WS-NP-I) TO
                   WS-NR-PAGADO(WS-NR-COUNT)
               COMPUTE WS-NR-IMPORTE(WS-NR-COUNT) =
                   WS-SH-BASE(WS-SH-INDICE) - WS-NP-PAGADO(WS-NP-I)
               ADD WS-NR-IMPORTE(WS-NR-COUNT) TO WS-RETRO.

           ACUMULA-DEPTO.
               MOVE 0 TO WS-DEP-INDICE
                   MOVE EMP-DEPTO TO WS-D-DEPTO(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-EMPLEADOS(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-NETO(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-RETENCION(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-BRUTO(WS-DEP-INDICE)
               END-IF
               ADD 1 TO WS-D-EMPLEADOS(WS-DEP-INDICE)
               ADD WS-NETO TO WS-D-NETO(WS-DEP-INDICE)
               ADD WS-RETENCION TO WS-D-RETENCION(WS-DEP-INDICE)
               ADD WS-BRUTO TO WS-D-BRUTO(WS-DEP-INDICE).

           ABRE-DISPERSION.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "DISPNOM." WS-GEN-FECHA WS-GEN-HORA ".TXT"
                   DELIMITED BY SIZE INTO WS-DISP-FILENAME
               OPEN OUTPUT DISPERSION-FILE
               MOVE WS-CIA-ACTUAL TO WS-DH-COMPANIA
               MOVE WS-PERIODO TO WS-DH-PERIODO
               MOVE WS-FRECUENCIA TO WS-DH-FRECUENCIA
               MOVE WS-FECHA-HOY TO WS-DH-FECHA
               MOVE WS-CIA-NOMBRE TO WS-DH-NOMBRE-CIA
               MOVE WS-DISP-HEADER TO DISPERSION-RECORD
               WRITE DISPERSION-RECORD.

      * EL NETO VA AL BANCO SI EL EMPLEADO TIENE CUENTA; SI NO,
      * QUEDA PARA CHEQUE MANUAL
           DISPERSA-NETO.
               MOVE EMP-ID TO WS-CT-BUSCADO
               PERFORM BUSCA-CUENTA
               IF WS-CT-INDICE = 0
                   IF WS-MAN-COUNT < 1000
                       ADD 1 TO WS-MAN-COUNT
                       MOVE EMP-ID TO WS-MAN-ID(WS-MAN-COUNT)
                       MOVE EMP-NOMBRE TO WS-MAN-NOMBRE(WS-MAN-COUNT)
                       MOVE WS-NETO TO WS-MAN-NETO(WS-MAN-COUNT)
                   END-IF
                   ADD WS-NETO TO WS-MANUAL-NETO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DISP-COUNT
               ADD WS-NETO TO WS-DISP-NETO
               MOVE WS-DISP-COUNT TO WS-DD-SECUENCIA
               MOVE EMP-ID TO WS-DD-EMP-ID
               MOVE WS-CT-CUENTA(WS-CT-INDICE) TO WS-DD-CUENTA
               MOVE WS-NETO TO WS-DD-IMPORTE
               MOVE EMP-NOMBRE TO WS-DD-NOMBRE
               MOVE SPACES TO WS-DD-REFERENCIA
               STRING "NOM" WS-PERIODO WS-FRECUENCIA
                   DELIMITED BY SIZE INTO WS-DD-REFERENCIA
               MOVE WS-DISP-DETALLE TO DISPERSION-RECORD
               WRITE DISPERSION-RECORD.

           CIERRA-DISPERSION.
               MOVE WS-DISP-COUNT TO WS-DT-REGISTROS
               MOVE WS-DISP-NETO TO WS-DT-IMPORTE
               MOVE WS-DISP-TRAILER TO DISPERSION-RECORD
               WRITE DISPERSION-RECORD
               CLOSE DISPERSION-FILE
               MOVE "DISPERSION" TO WS-RC-TIPO
               MOVE WS-DISP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-DISP-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION.

           LISTA-PAGO-MANUAL.
               IF WS-MAN-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "=== PAGO MANUAL, EMPLEADOS SIN CUENTA BANCARIA ==="
                   TO NOMINA-LINE
               WRITE NOMINA-LINE
               PERFORM VARYING WS-MAN-I FROM 1 BY 1
                       UNTIL WS-MAN-I > WS-MAN-COUNT
                   MOVE WS-MAN-ID(WS-MAN-I) TO WS-ML-ID
                   MOVE WS-MAN-NOMBRE(WS-MAN-I) TO WS-ML-NOMBRE
                   MOVE WS-MAN-NETO(WS-MAN-I) TO WS-ML-NETO
                   MOVE WS-MANUAL-LINE TO NOMINA-LINE
                   WRITE NOMINA-LINE
               END-PERFORM
               MOVE SPACES TO NOMINA-LINE
               STRING "TOTAL PAGO MANUAL: " WS-MAN-COUNT
                   " EMPLEADOS " WS-MANUAL-NETO
                   DELIMITED BY SIZE INTO NOMINA-LINE
               WRITE NOMINA-LINE.

      * SUMA LA CORRIDA AL ACUMULADO DEL ANIO DEL PERIODO; EL
      * RENGLON QUE YA TRAE ESTE PERIODO Y FRECUENCIA SE DEJA IGUAL
           ACTUALIZA-ACUMULADOS.
               PERFORM CARGA-ACUMULADOS
               MOVE WS-CIA-ACTUAL TO WS-NA-CIA-BUSCADA
               MOVE WS-PERIODO(1:4) TO WS-NA-ANIO-BUSCADO
               PERFORM VARYING WS-PG-I FROM 1 BY 1
                       UNTIL WS-PG-I > WS-PG-COUNT
                   PERFORM ACUMULA-EMPLEADO
               END-PERFORM
               PERFORM GRABA-ACUMULADOS
               IF WS-CONT-ACUM-OMITIDOS > 0
                   DISPLAY "EMPLEADOS CON ESTE PERIODO YA ACUMULADO: "
                       WS-CONT-ACUM-OMITIDOS
               END-IF.

           ACUMULA-EMPLEADO.
               MOVE WS-PG-ID(WS-PG-I) TO WS-NA-EMP-BUSCADO
               PERFORM BUSCA-ACUMULADO
               IF WS-NA-INDICE = 0
                   IF WS-NA-COUNT >= 5000
                       DISPLAY "TABLA DE ACUMULADOS LLENA, SIN "
                           "ACUMULAR: " WS-PG-ID(WS-PG-I)
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
               IF WS-NA-ULT-PER(WS-NA-INDICE) = WS-PERIODO
                       AND WS-NA-ULT-FREC(WS-NA-INDICE) =
                           WS-FRECUENCIA
                   ADD 1 TO WS-CONT-ACUM-OMITIDOS
                   EXIT PARAGRAPH
               END-IF
               ADD WS-PG-BRUTO(WS-PG-I) TO WS-NA-BRUTO(WS-NA-INDICE)
               ADD WS-PG-DED(WS-PG-I) TO WS-NA-DED(WS-NA-INDICE)
               ADD WS-PG-RET(WS-PG-I) TO WS-NA-RET(WS-NA-INDICE)
               ADD WS-PG-NETO(WS-PG-I) TO WS-NA-NETO(WS-NA-INDICE)
               ADD 1 TO WS-NA-NOMINAS(WS-NA-INDICE)
               MOVE WS-PERIODO TO WS-NA-ULT-PER(WS-NA-INDICE)
               MOVE WS-FRECUENCIA TO WS-NA-ULT-FREC(WS-NA-INDICE).

      * EL BRUTO PAGADO POR DEPARTAMENTO EN LA CORRIDA SE AGREGA A
      * NOMDEPTO.DAT (ORIGEN N) COMO COSTO REAL DE NOMINA QUE
      * PRESUP-REAL COMPARA CONTRA EL PRESUPUESTO
           ANOTA-COSTO-DEPTOS.
               OPEN EXTEND NOMDEPTO-FILE
               IF WS-ND-STATUS = "05" OR WS-ND-STATUS = "35"
                   CLOSE NOMDEPTO-FILE
                   OPEN OUTPUT NOMDEPTO-FILE
               END-IF
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-DEP-COUNT
                   MOVE SPACES TO NOMDEPTO-RECORD
                   MOVE WS-PERIODO TO ND-PERIODO
                   MOVE WS-FRECUENCIA TO ND-FRECUENCIA
                   MOVE WS-CIA-ACTUAL TO ND-COMPANIA
                   MOVE WS-D-DEPTO(WS-DEP-I) TO ND-DEPTO
                   MOVE "N" TO ND-ORIGEN
                   MOVE WS-D-EMPLEADOS(WS-DEP-I) TO ND-EMPLEADOS
                   MOVE WS-D-BRUTO(WS-DEP-I) TO ND-BRUTO
                   MOVE WS-FECHA-HOY TO ND-FECHA
                   WRITE NOMDEPTO-RECORD
               END-PERFORM
               CLOSE NOMDEPTO-FILE.

      * LA CIFRA DE CONTROL DEL NETO VIAJA AL RASTRO DE AUDITORIA
      * (EVENTO NOMINA) Y QUEDA FIJA EN NOMCTRL.DAT, QUE ADEMAS
               MOVE WS-CONT-PAGADOS TO NC-EMPLEADOS
               MOVE WS-TOTAL-NETO TO NC-TOTAL-NETO
               MOVE WS-FECHA-HOY TO NC-FECHA
               MOVE WS-TOTAL-RETENCION TO NC-TOTAL-RETENCION
               MOVE WS-DISP-COUNT TO NC-DISP-EMPLEADOS
               MOVE WS-DISP-NETO TO NC-DISP-NETO
               MOVE WS-MAN-COUNT TO NC-MANUAL-EMPLEADOS
               MOVE WS-MANUAL-NETO TO NC-MANUAL-NETO
               MOVE WS-TOTAL-BRUTO TO NC-TOTAL-BRUTO
               MOVE WS-TOTAL-DEDUCCION TO NC-TOTAL-DEDUCCION
               WRITE NOMCTRL-RECORD
               CLOSE NOMCTRL-FILE
               PERFORM ABRE-AUDIT-LOG
               MOVE WS-TOTAL-NETO-TXT TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

      * POLIZA DE LA NOMINA: EL BRUTO COMO GASTO CONTRA NOMINA POR
      * PAGAR, Y DE ESA CUENTA SALEN DEDUCCIONES, RETENCION Y NETO
           ASIENTA-POLIZA-NOMINA.
               PERFORM ABRE-POLIZA
               MOVE SPACES TO WS-PZ-REFERENCIA
               STRING WS-PERIODO WS-FRECUENCIA
                   DELIMITED BY SIZE INTO WS-PZ-REFERENCIA
               MOVE "SB" TO WS-PZ-TIPO
               MOVE WS-TOTAL-BRUTO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               MOVE "DD" TO WS-PZ-TIPO
               MOVE WS-TOTAL-DEDUCCION TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               MOVE "RT" TO WS-PZ-TIPO
               MOVE WS-TOTAL-RETENCION TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               MOVE "NT" TO WS-PZ-TIPO
               MOVE WS-TOTAL-NETO TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               DISPLAY "  POLIZA " WS-PZ-FOLIO ": " WS-PZ-ASIENTOS
                   " ASIENTOS EN POLIZAS.DAT".

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY DLMPROC.
       COPY RETPROC.
       COPY CTAPROC.
       COPY ACUPROC.
       COPY HXPROC.
       COPY SHPROC.
       COPY COMPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
