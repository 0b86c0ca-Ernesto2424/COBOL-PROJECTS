      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MAINTENANCE OF THE ANNUAL DEPARTMENT BUDGET
      * Tectonics: cobc
      * Note:      PRESUP.DAT holds the spending budget finance sets
      *            for each department of a company and year, one
      *            amount per month. A row is keyed by department and
      *            year; keying an existing one lets each month be
      *            changed (ENTER keeps it), or an annual amount can
      *            be spread evenly over the twelve months with the
      *            rounding left in December. Departments must be
      *            active in DEPTOS.DAT when that master exists.
      *            PRESUP-REAL compares these amounts with the actual
      *            payroll and computing chargebacks. Only the company
      *            in session is listed and changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PPTSEL.
           COPY DEPSEL.
           COPY CIASEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PPTFD.
       COPY DEPFD.
       COPY CIAFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY PPTWS.
       COPY DEPWS.

       01  WS-OPCION               PIC X.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-DEPTO                PIC X(4).
       01  WS-ANIO-TXT             PIC X(4).
       01  WS-ANIO-NUM REDEFINES WS-ANIO-TXT PIC 9(4).
       01  WS-IMPORTE-TXT          PIC X(11).
       01  WS-IMPORTE-NUM REDEFINES WS-IMPORTE-TXT PIC 9(9)V99.
       01  WS-MENSUAL              PIC 9(9)V99 VALUE 0.
       01  WS-ANUAL                PIC 9(11)V99 VALUE 0.
       01  WS-POSICION             PIC 9(3) VALUE 0.
       01  WS-PT-J                 PIC 9(3) VALUE 0.
       01  WS-RENGLONES-CIA        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTPRESUP" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM CARGA-DEPTOS
               PERFORM CARGA-PRESUPUESTO
               MOVE WS-CIA-ACTUAL TO WS-PT-CIA-BUSCADA
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA/CAMBIO  B-BAJA  L-LISTA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM ALTA-PRESUPUESTO
                       WHEN WS-BAJA
                           PERFORM BAJA-PRESUPUESTO
                       WHEN WS-LISTA
                           PERFORM LISTA-PRESUPUESTO
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-PRESUPUESTO
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           PIDE-DEPTO-ANIO.
               MOVE "N" TO WS-DEP-VALIDO-SWITCH
               PERFORM WITH TEST AFTER UNTIL WS-DEP-VALIDO
                   MOVE SPACES TO WS-DEPTO
                   PERFORM WITH TEST AFTER UNTIL WS-DEPTO NOT = SPACES
                       DISPLAY "DEPARTAMENTO (4 CARACTERES)"
                       ACCEPT WS-DEPTO
                   END-PERFORM
                   MOVE WS-DEPTO TO WS-DEP-BUSCADO
                   PERFORM BUSCA-DEPTO
                   IF NOT WS-DEP-VALIDO
                       DISPLAY "DEPARTAMENTO NO REGISTRADO O INACTIVO: "
                           WS-DEPTO
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL WS-ANIO-TXT IS NUMERIC
                       AND WS-ANIO-NUM > 1900
                   DISPLAY "ANIO DEL PRESUPUESTO (AAAA)"
                   ACCEPT WS-ANIO-TXT
                   IF WS-ANIO-TXT IS NOT NUMERIC
                           OR WS-ANIO-NUM NOT > 1900
                       DISPLAY "ANIO DEBE SER NUMERICO DE 4"
                   END-IF
               END-PERFORM
               MOVE WS-DEPTO TO WS-PT-DEPTO-BUSCADO
               MOVE WS-ANIO-NUM TO WS-PT-ANIO-BUSCADO
               PERFORM BUSCA-PRESUPUESTO.

           ALTA-PRESUPUESTO.
               PERFORM PIDE-DEPTO-ANIO
               IF WS-PT-INDICE = 0
                   IF WS-PT-COUNT >= 600
                       DISPLAY "TABLA DE PRESUPUESTO LLENA"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM ABRE-POSICION
                   MOVE WS-POSICION TO WS-PT-INDICE
                   MOVE WS-CIA-ACTUAL TO WS-PT-CIA(WS-PT-INDICE)
                   MOVE WS-DEPTO TO WS-PT-DEPTO(WS-PT-INDICE)
                   MOVE WS-ANIO-NUM TO WS-PT-ANIO(WS-PT-INDICE)
                   PERFORM VARYING WS-PT-M FROM 1 BY 1
                           UNTIL WS-PT-M > 12
                       MOVE 0 TO WS-PT-MES(WS-PT-INDICE, WS-PT-M)
                   END-PERFORM
               END-IF
               DISPLAY "PRESUPUESTO ANUAL A REPARTIR EN 12 MESES (11 "
                   "DIGITOS, 2 DECIMALES IMPLICITOS; ENTER = MES POR "
                   "MES)"
               MOVE SPACES TO WS-IMPORTE-TXT
               ACCEPT WS-IMPORTE-TXT
               IF WS-IMPORTE-TXT IS NUMERIC
                   PERFORM REPARTE-ANUAL
               ELSE
                   PERFORM CAPTURA-MESES
               END-IF
               MOVE 0 TO WS-ANUAL
               PERFORM VARYING WS-PT-M FROM 1 BY 1
                       UNTIL WS-PT-M > 12
                   ADD WS-PT-MES(WS-PT-INDICE, WS-PT-M) TO WS-ANUAL
               END-PERFORM
               DISPLAY "PRESUPUESTO " WS-DEPTO " " WS-ANIO-NUM
                   " REGISTRADO, TOTAL ANUAL " WS-ANUAL.

      * EL ANUAL SE REPARTE EN DOCEAVOS Y EL REDONDEO QUEDA EN
      * DICIEMBRE PARA QUE LA SUMA DE LOS MESES SEA EL ANUAL
           REPARTE-ANUAL.
               COMPUTE WS-MENSUAL = WS-IMPORTE-NUM / 12
               PERFORM VARYING WS-PT-M FROM 1 BY 1
                       UNTIL WS-PT-M > 11
                   MOVE WS-MENSUAL TO
                       WS-PT-MES(WS-PT-INDICE, WS-PT-M)
               END-PERFORM
               COMPUTE WS-PT-MES(WS-PT-INDICE, 12) =
                   WS-IMPORTE-NUM - (WS-MENSUAL * 11).

           CAPTURA-MESES.
               PERFORM VARYING WS-PT-M FROM 1 BY 1
                       UNTIL WS-PT-M > 12
                   MOVE SPACES TO WS-IMPORTE-TXT
                   PERFORM WITH TEST AFTER
                           UNTIL WS-IMPORTE-TXT = SPACES
                               OR WS-IMPORTE-TXT IS NUMERIC
                       DISPLAY "MES " WS-PT-M " ACTUAL "
                           WS-PT-MES(WS-PT-INDICE, WS-PT-M)
                           " (11 DIGITOS, ENTER = SIN CAMBIO)"
                       ACCEPT WS-IMPORTE-TXT
                       IF WS-IMPORTE-TXT NOT = SPACES
                               AND WS-IMPORTE-TXT IS NOT NUMERIC
                           DISPLAY "IMPORTE DEBE SER NUMERICO DE 11"
                       END-IF
                   END-PERFORM
                   IF WS-IMPORTE-TXT IS NUMERIC
                       MOVE WS-IMPORTE-NUM TO
                           WS-PT-MES(WS-PT-INDICE, WS-PT-M)
                   END-IF
               END-PERFORM.

      * LOCALIZA EL LUGAR DEL RENGLON NUEVO EN ORDEN DE COMPANIA,
      * ANIO Y DEPARTAMENTO Y RECORRE HACIA ABAJO LOS QUE LE SIGUEN
           ABRE-POSICION.
               MOVE 0 TO WS-POSICION
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                       UNTIL WS-PT-I > WS-PT-COUNT
                           OR WS-POSICION > 0
                   IF WS-PT-CIA(WS-PT-I) > WS-CIA-ACTUAL
                           OR (WS-PT-CIA(WS-PT-I) = WS-CIA-ACTUAL
                               AND WS-PT-ANIO(WS-PT-I) > WS-ANIO-NUM)
                           OR (WS-PT-CIA(WS-PT-I) = WS-CIA-ACTUAL
                               AND WS-PT-ANIO(WS-PT-I) = WS-ANIO-NUM
                               AND WS-PT-DEPTO(WS-PT-I) > WS-DEPTO)
                       MOVE WS-PT-I TO WS-POSICION
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PT-COUNT
               IF WS-POSICION = 0
                   MOVE WS-PT-COUNT TO WS-POSICION
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PT-J FROM WS-PT-COUNT BY -1
                       UNTIL WS-PT-J NOT > WS-POSICION
                   MOVE WS-PT-ENTRY(WS-PT-J - 1) TO
                       WS-PT-ENTRY(WS-PT-J)
               END-PERFORM.

           BAJA-PRESUPUESTO.
               PERFORM PIDE-DEPTO-ANIO
               IF WS-PT-INDICE = 0
                   DISPLAY "PRESUPUESTO NO EXISTE: " WS-DEPTO " "
                       WS-ANIO-NUM
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PT-J FROM WS-PT-INDICE BY 1
                       UNTIL WS-PT-J NOT < WS-PT-COUNT
                   MOVE WS-PT-ENTRY(WS-PT-J + 1) TO
                       WS-PT-ENTRY(WS-PT-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-PT-COUNT
               DISPLAY "PRESUPUESTO ELIMINADO: " WS-DEPTO " "
                   WS-ANIO-NUM.

           LISTA-PRESUPUESTO.
               MOVE 0 TO WS-RENGLONES-CIA
               PERFORM VARYING WS-PT-I FROM 1 BY 1
                       UNTIL WS-PT-I > WS-PT-COUNT
                   IF WS-PT-CIA(WS-PT-I) = WS-CIA-ACTUAL
                       ADD 1 TO WS-RENGLONES-CIA
                       MOVE 0 TO WS-ANUAL
                       PERFORM VARYING WS-PT-M FROM 1 BY 1
                               UNTIL WS-PT-M > 12
                           ADD WS-PT-MES(WS-PT-I, WS-PT-M) TO WS-ANUAL
                       END-PERFORM
                       DISPLAY "  " WS-PT-ANIO(WS-PT-I) " "
                           WS-PT-DEPTO(WS-PT-I) " ANUAL " WS-ANUAL
                   END-IF
               END-PERFORM
               DISPLAY "PRESUPUESTOS DE LA COMPANIA " WS-CIA-ACTUAL
                   ": " WS-RENGLONES-CIA.

       COPY PPTPROC.
       COPY DEPPROC.
       COPY CIAPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
