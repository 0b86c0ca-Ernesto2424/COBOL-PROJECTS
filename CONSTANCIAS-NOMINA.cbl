      ******************************************************************
      * Author:
      * Date:
      * Purpose:   YEAR-END EARNINGS AND WITHHOLDING CERTIFICATES
      * Tectonics: cobc
      * Note:      For the year the operator gives, prints one
      *            statement per employee of the run's company from
      *            the year-to-date accumulator NOMACUM.DAT that
      *            NOMINA keeps: annual gross, standard deductions,
      *            withholding, net and the number of payrolls. The
      *            run closes with the company total set against the
      *            sum of that year's NOMCTRL.DAT rows for the company;
      *            any column that does not agree is flagged and the
      *            run ends with return code 4. Control rows written
      *            before gross and deductions were carried are
      *            counted apart, since those two columns cannot tie.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT CONSTANCIA-REPORT ASSIGN TO DYNAMIC
               WS-CONST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONST-STATUS.
           COPY NCSEL.
           COPY ACUSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  CONSTANCIA-REPORT.
       01  CONSTANCIA-LINE         PIC X(80).

       COPY NCFD.

       COPY ACUFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY NCWS.
       COPY ACUWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-CONST-STATUS         PIC XX.
       01  WS-CONST-FILENAME       PIC X(40).
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-ANIO-TXT             PIC X(4).
       01  WS-ANIO REDEFINES WS-ANIO-TXT PIC 9(4).

      * NOMBRE Y DEPARTAMENTO DE CADA EMPLEADO
       01  WS-EMP-COUNT            PIC 9(4) VALUE 0.
       01  WS-EMPLEADOS-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES.
               10  WS-E-ID         PIC X(6).
               10  WS-E-NOMBRE     PIC X(20).
               10  WS-E-DEPTO      PIC X(4).
       01  WS-EMP-I                PIC 9(4) VALUE 0.
       01  WS-EMP-INDICE           PIC 9(4) VALUE 0.

       01  WS-CONT-CONSTANCIAS     PIC 9(4) VALUE 0.
       01  WS-AC-BRUTO             PIC 9(11)V99 VALUE 0.
       01  WS-AC-DED               PIC 9(11)V99 VALUE 0.
       01  WS-AC-RET               PIC 9(11)V99 VALUE 0.
       01  WS-AC-NETO              PIC 9(11)V99 VALUE 0.

      * SUMA DE LOS RENGLONES DE NOMCTRL.DAT DEL ANIO
       01  WS-CONT-NOMINAS         PIC 9(4) VALUE 0.
       01  WS-CONT-SIN-DESGLOSE    PIC 9(4) VALUE 0.
       01  WS-NC-BRUTO             PIC 9(11)V99 VALUE 0.
       01  WS-NC-DED               PIC 9(11)V99 VALUE 0.
       01  WS-NC-RET               PIC 9(11)V99 VALUE 0.
       01  WS-NC-NETO              PIC 9(11)V99 VALUE 0.
       01  WS-CONT-DIFERENCIAS     PIC 9 VALUE 0.

       01  WS-CONCEPTO-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-CL-CONCEPTO      PIC X(28).
           05  WS-CL-IMPORTE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CUADRE-LINE.
           05  WS-CQ-CONCEPTO      PIC X(14).
           05  WS-CQ-ACUMULADO     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CQ-CONTROL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-CQ-RESULTADO     PIC X(10).

       01  WS-CUADRE-TITULO.
           05  FILLER              PIC X(14) VALUE SPACES.
           05  FILLER              PIC X(19) VALUE
                                   "        ACUMULADOS".
           05  FILLER              PIC X(19) VALUE
                                   "      NOMCTRL.DAT".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CONSTNOM" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM WITH TEST AFTER UNTIL WS-ANIO-TXT IS NUMERIC
                   DISPLAY "ANIO DE LAS CONSTANCIAS (AAAA)"
                   ACCEPT WS-ANIO-TXT
               END-PERFORM
               PERFORM CARGA-ACUMULADOS
               PERFORM CARGA-EMPLEADOS
               PERFORM SUMA-CONTROL-ANUAL
               PERFORM ESCRIBE-CONSTANCIAS
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-EMPLEADOS.
               MOVE 0 TO WS-EMP-COUNT
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-EMP
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND WS-EMP-COUNT < 1000
                               ADD 1 TO WS-EMP-COUNT
                               MOVE EMP-ID TO WS-E-ID(WS-EMP-COUNT)
                               MOVE EMP-NOMBRE TO
                                   WS-E-NOMBRE(WS-EMP-COUNT)
                               MOVE EMP-DEPTO TO
                                   WS-E-DEPTO(WS-EMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           SUMA-CONTROL-ANUAL.
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
                           IF NC-COMPANIA = WS-CIA-ACTUAL
                                   AND NC-PERIODO(1:4) = WS-ANIO-TXT
                               PERFORM SUMA-RENGLON-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOMCTRL-FILE.

           SUMA-RENGLON-CONTROL.
               ADD 1 TO WS-CONT-NOMINAS
               IF NC-TOTAL-NETO IS NUMERIC
                   ADD NC-TOTAL-NETO TO WS-NC-NETO
               END-IF
               IF NC-TOTAL-RETENCION IS NUMERIC
                   ADD NC-TOTAL-RETENCION TO WS-NC-RET
               END-IF
               IF NC-TOTAL-BRUTO IS NUMERIC
                       AND NC-TOTAL-DEDUCCION IS NUMERIC
                   ADD NC-TOTAL-BRUTO TO WS-NC-BRUTO
                   ADD NC-TOTAL-DEDUCCION TO WS-NC-DED
               ELSE
                   ADD 1 TO WS-CONT-SIN-DESGLOSE
               END-IF.

           ESCRIBE-CONSTANCIAS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "CONST." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CONST-FILENAME
               OPEN OUTPUT CONSTANCIA-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               PERFORM VARYING WS-NA-I FROM 1 BY 1
                       UNTIL WS-NA-I > WS-NA-COUNT
                   IF WS-NA-CIA(WS-NA-I) = WS-CIA-ACTUAL
                           AND WS-NA-ANIO(WS-NA-I) = WS-ANIO
                       PERFORM ESCRIBE-UNA-CONSTANCIA
                   END-IF
               END-PERFORM
               PERFORM ESCRIBE-CUADRE
               MOVE WS-REPORTE-PIE-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               CLOSE CONSTANCIA-REPORT
               MOVE "CONSTANCIA" TO WS-RC-TIPO
               MOVE WS-CONST-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-CONSTANCIAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "CONSTANCIAS " WS-ANIO ": "
                   WS-CONT-CONSTANCIAS " EMPLEADOS EN "
                   WS-CONST-FILENAME
               IF WS-CONT-DIFERENCIAS > 0
                   DISPLAY "LOS ACUMULADOS NO CUADRAN CON NOMCTRL.DAT"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF.

           ESCRIBE-UNA-CONSTANCIA.
               ADD 1 TO WS-CONT-CONSTANCIAS
               ADD WS-NA-BRUTO(WS-NA-I) TO WS-AC-BRUTO
               ADD WS-NA-DED(WS-NA-I) TO WS-AC-DED
               ADD WS-NA-RET(WS-NA-I) TO WS-AC-RET
               ADD WS-NA-NETO(WS-NA-I) TO WS-AC-NETO
               MOVE 0 TO WS-EMP-INDICE
               PERFORM VARYING WS-EMP-I FROM 1 BY 1
                       UNTIL WS-EMP-I > WS-EMP-COUNT
                           OR WS-EMP-INDICE > 0
                   IF WS-E-ID(WS-EMP-I) = WS-NA-EMP-ID(WS-NA-I)
                       MOVE WS-EMP-I TO WS-EMP-INDICE
                   END-IF
               END-PERFORM
               MOVE ALL "-" TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE SPACES TO CONSTANCIA-LINE
               STRING "CONSTANCIA DE PERCEPCIONES Y RETENCIONES, "
                   "ANIO " WS-ANIO "  COMPANIA " WS-CIA-ACTUAL
                   DELIMITED BY SIZE INTO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE SPACES TO CONSTANCIA-LINE
               IF WS-EMP-INDICE > 0
                   STRING "EMPLEADO " WS-NA-EMP-ID(WS-NA-I) " "
                       WS-E-NOMBRE(WS-EMP-INDICE) " DEPTO "
                       WS-E-DEPTO(WS-EMP-INDICE)
                       DELIMITED BY SIZE INTO CONSTANCIA-LINE
               ELSE
                   STRING "EMPLEADO " WS-NA-EMP-ID(WS-NA-I)
                       " (YA NO ESTA EN EL MAESTRO)"
                       DELIMITED BY SIZE INTO CONSTANCIA-LINE
               END-IF
               WRITE CONSTANCIA-LINE
               MOVE "PERCEPCION BRUTA ANUAL" TO WS-CL-CONCEPTO
               MOVE WS-NA-BRUTO(WS-NA-I) TO WS-CL-IMPORTE
               MOVE WS-CONCEPTO-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE "DEDUCCIONES ESTANDAR" TO WS-CL-CONCEPTO
               MOVE WS-NA-DED(WS-NA-I) TO WS-CL-IMPORTE
               MOVE WS-CONCEPTO-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE "IMPUESTO RETENIDO" TO WS-CL-CONCEPTO
               MOVE WS-NA-RET(WS-NA-I) TO WS-CL-IMPORTE
               MOVE WS-CONCEPTO-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE "NETO PAGADO" TO WS-CL-CONCEPTO
               MOVE WS-NA-NETO(WS-NA-I) TO WS-CL-IMPORTE
               MOVE WS-CONCEPTO-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE SPACES TO CONSTANCIA-LINE
               STRING "  NOMINAS ACUMULADAS " WS-NA-NOMINAS(WS-NA-I)
                   "  ULTIMA " WS-NA-ULT-PER(WS-NA-I) "/"
                   WS-NA-ULT-FREC(WS-NA-I)
                   DELIMITED BY SIZE INTO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE.

      * TOTAL DE LA COMPANIA CONTRA LA SUMA DE NOMCTRL.DAT DEL ANIO
           ESCRIBE-CUADRE.
               MOVE ALL "=" TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE SPACES TO CONSTANCIA-LINE
               STRING "TOTAL COMPANIA " WS-CIA-ACTUAL " ANIO " WS-ANIO
                   ": " WS-CONT-CONSTANCIAS " EMPLEADOS, "
                   WS-CONT-NOMINAS " NOMINAS EN NOMCTRL.DAT"
                   DELIMITED BY SIZE INTO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE WS-CUADRE-TITULO TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE "BRUTO" TO WS-CQ-CONCEPTO
               MOVE WS-AC-BRUTO TO WS-CQ-ACUMULADO
               MOVE WS-NC-BRUTO TO WS-CQ-CONTROL
               IF WS-AC-BRUTO = WS-NC-BRUTO
                   MOVE "CUADRA" TO WS-CQ-RESULTADO
               ELSE
                   MOVE "DIFERENCIA" TO WS-CQ-RESULTADO
                   ADD 1 TO WS-CONT-DIFERENCIAS
               END-IF
               MOVE WS-CUADRE-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE "DEDUCCIONES" TO WS-CQ-CONCEPTO
               MOVE WS-AC-DED TO WS-CQ-ACUMULADO
               MOVE WS-NC-DED TO WS-CQ-CONTROL
               IF WS-AC-DED = WS-NC-DED
                   MOVE "CUADRA" TO WS-CQ-RESULTADO
               ELSE
                   MOVE "DIFERENCIA" TO WS-CQ-RESULTADO
                   ADD 1 TO WS-CONT-DIFERENCIAS
               END-IF
               MOVE WS-CUADRE-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE "RETENCION" TO WS-CQ-CONCEPTO
               MOVE WS-AC-RET TO WS-CQ-ACUMULADO
               MOVE WS-NC-RET TO WS-CQ-CONTROL
               IF WS-AC-RET = WS-NC-RET
                   MOVE "CUADRA" TO WS-CQ-RESULTADO
               ELSE
                   MOVE "DIFERENCIA" TO WS-CQ-RESULTADO
                   ADD 1 TO WS-CONT-DIFERENCIAS
               END-IF
               MOVE WS-CUADRE-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               MOVE "NETO" TO WS-CQ-CONCEPTO
               MOVE WS-AC-NETO TO WS-CQ-ACUMULADO
               MOVE WS-NC-NETO TO WS-CQ-CONTROL
               IF WS-AC-NETO = WS-NC-NETO
                   MOVE "CUADRA" TO WS-CQ-RESULTADO
               ELSE
                   MOVE "DIFERENCIA" TO WS-CQ-RESULTADO
                   ADD 1 TO WS-CONT-DIFERENCIAS
               END-IF
               MOVE WS-CUADRE-LINE TO CONSTANCIA-LINE
               WRITE CONSTANCIA-LINE
               IF WS-CONT-SIN-DESGLOSE > 0
                   MOVE SPACES TO CONSTANCIA-LINE
                   STRING "NOMINAS SIN BRUTO NI DEDUCCIONES EN "
                       "NOMCTRL.DAT: " WS-CONT-SIN-DESGLOSE
                       DELIMITED BY SIZE INTO CONSTANCIA-LINE
                   WRITE CONSTANCIA-LINE
               END-IF.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY ACUPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
