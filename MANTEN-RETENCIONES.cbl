      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MAINTENANCE OF THE PAYROLL WITHHOLDING TABLE
      * Tectonics: cobc
      * Note:      RETENCION.DAT holds one withholding table per pay
      *            frequency (S semanal / Q quincenal / M mensual).
      *            Each row is a bracket: lower limit, fixed amount
      *            and marginal rate in percent over the excess of the
      *            lower limit. A row is keyed by frequency and lower
      *            limit; keying an existing pair replaces its amount
      *            and rate. The file is kept in frequency and limit
      *            order. NOMINA computes each employee's withholding
      *            from gross pay with the bracket of the run's
      *            frequency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RETSEL.
           COPY CIASEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY RETFD.
       COPY CIAFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY RETWS.

       01  WS-OPCION               PIC X.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FRECUENCIA           PIC X.
           88  WS-FRECUENCIA-OK    VALUE "S" "Q" "M".
       01  WS-LIMITE-TXT           PIC X(9).
       01  WS-LIMITE-NUM REDEFINES WS-LIMITE-TXT PIC 9(7)V99.
       01  WS-CUOTA-TXT            PIC X(9).
       01  WS-CUOTA-NUM REDEFINES WS-CUOTA-TXT PIC 9(7)V99.
       01  WS-TASA-TXT             PIC X(4).
       01  WS-TASA-NUM REDEFINES WS-TASA-TXT PIC 9(2)V99.
       01  WS-POSICION             PIC 9(3) VALUE 0.
       01  WS-RT-J                 PIC 9(3) VALUE 0.
       01  WS-RT-CERO-SWITCH       PIC X VALUE "N".
           88  WS-RT-CON-CERO      VALUE "Y".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTRET" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM CARGA-RETENCIONES
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA/CAMBIO  B-BAJA  L-LISTA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM ALTA-RENGLON
                       WHEN WS-BAJA
                           PERFORM BAJA-RENGLON
                       WHEN WS-LISTA
                           PERFORM LISTA-RETENCIONES
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-RETENCIONES
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           PIDE-FRECUENCIA-LIMITE.
               PERFORM WITH TEST AFTER UNTIL WS-FRECUENCIA-OK
                   DISPLAY "FRECUENCIA (S/Q/M)"
                   ACCEPT WS-FRECUENCIA
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL WS-LIMITE-TXT IS NUMERIC
                   DISPLAY "LIMITE INFERIOR (9 DIGITOS, 2 DECIMALES "
                       "IMPLICITOS)"
                   ACCEPT WS-LIMITE-TXT
                   IF WS-LIMITE-TXT IS NOT NUMERIC
                       DISPLAY "LIMITE DEBE SER NUMERICO DE 9"
                   END-IF
               END-PERFORM
               MOVE WS-FRECUENCIA TO WS-RT-FREC-BUSCADA
               MOVE WS-LIMITE-NUM TO WS-RT-LIMITE-BUSCADO
               PERFORM BUSCA-RETENCION.

           ALTA-RENGLON.
               PERFORM PIDE-FRECUENCIA-LIMITE
               PERFORM WITH TEST AFTER UNTIL WS-CUOTA-TXT IS NUMERIC
                   DISPLAY "CUOTA FIJA (9 DIGITOS, 2 DECIMALES "
                       "IMPLICITOS)"
                   ACCEPT WS-CUOTA-TXT
                   IF WS-CUOTA-TXT IS NOT NUMERIC
                       DISPLAY "CUOTA DEBE SER NUMERICA DE 9"
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL WS-TASA-TXT IS NUMERIC
                   DISPLAY "TASA MARGINAL % (4 DIGITOS, 2 DECIMALES "
                       "IMPLICITOS)"
                   ACCEPT WS-TASA-TXT
                   IF WS-TASA-TXT IS NOT NUMERIC
                       DISPLAY "TASA DEBE SER NUMERICA DE 4"
                   END-IF
               END-PERFORM
               IF WS-RT-INDICE = 0
                   IF WS-RT-COUNT >= 150
                       DISPLAY "TABLA DE RETENCION LLENA"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM ABRE-POSICION
                   MOVE WS-POSICION TO WS-RT-INDICE
                   MOVE WS-FRECUENCIA TO WS-RT-FREC(WS-RT-INDICE)
                   MOVE WS-LIMITE-NUM TO WS-RT-LIMITE(WS-RT-INDICE)
                   DISPLAY "RENGLON REGISTRADO: " WS-FRECUENCIA " "
                       WS-LIMITE-NUM
               ELSE
                   DISPLAY "RENGLON ACTUALIZADO: " WS-FRECUENCIA " "
                       WS-LIMITE-NUM
               END-IF
               MOVE WS-CUOTA-NUM TO WS-RT-CUOTA(WS-RT-INDICE)
               MOVE WS-TASA-NUM TO WS-RT-TASA(WS-RT-INDICE)
               PERFORM VERIFICA-LIMITE-CERO.

      * LOCALIZA EL LUGAR DEL RENGLON NUEVO EN ORDEN DE FRECUENCIA Y
      * LIMITE Y RECORRE HACIA ABAJO LOS QUE LE SIGUEN
           ABRE-POSICION.
               MOVE 0 TO WS-POSICION
               PERFORM VARYING WS-RT-I FROM 1 BY 1
                       UNTIL WS-RT-I > WS-RT-COUNT
                           OR WS-POSICION > 0
                   IF WS-RT-FREC(WS-RT-I) > WS-FRECUENCIA
                           OR (WS-RT-FREC(WS-RT-I) = WS-FRECUENCIA
                               AND WS-RT-LIMITE(WS-RT-I) >
                                   WS-LIMITE-NUM)
                       MOVE WS-RT-I TO WS-POSICION
                   END-IF
               END-PERFORM
               ADD 1 TO WS-RT-COUNT
               IF WS-POSICION = 0
                   MOVE WS-RT-COUNT TO WS-POSICION
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-RT-J FROM WS-RT-COUNT BY -1
                       UNTIL WS-RT-J NOT > WS-POSICION
                   MOVE WS-RT-ENTRY(WS-RT-J - 1) TO
                       WS-RT-ENTRY(WS-RT-J)
               END-PERFORM.

      * SIN RENGLON DE LIMITE CERO, UN BRUTO MENOR AL PRIMER LIMITE
      * DE LA FRECUENCIA NO LLEVA RETENCION
           VERIFICA-LIMITE-CERO.
               MOVE "N" TO WS-RT-CERO-SWITCH
               PERFORM VARYING WS-RT-I FROM 1 BY 1
                       UNTIL WS-RT-I > WS-RT-COUNT
                   IF WS-RT-FREC(WS-RT-I) = WS-FRECUENCIA
                           AND WS-RT-LIMITE(WS-RT-I) = 0
                       SET WS-RT-CON-CERO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-RT-CON-CERO
                   DISPLAY "AVISO: LA TABLA " WS-FRECUENCIA
                       " NO TIENE RENGLON CON LIMITE INFERIOR CERO"
               END-IF.

           BAJA-RENGLON.
               PERFORM PIDE-FRECUENCIA-LIMITE
               IF WS-RT-INDICE = 0
                   DISPLAY "RENGLON NO EXISTE: " WS-FRECUENCIA " "
                       WS-LIMITE-NUM
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-RT-J FROM WS-RT-INDICE BY 1
                       UNTIL WS-RT-J NOT < WS-RT-COUNT
                   MOVE WS-RT-ENTRY(WS-RT-J + 1) TO
                       WS-RT-ENTRY(WS-RT-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-RT-COUNT
               DISPLAY "RENGLON ELIMINADO: " WS-FRECUENCIA " "
                   WS-LIMITE-NUM.

           LISTA-RETENCIONES.
               PERFORM VARYING WS-RT-I FROM 1 BY 1
                       UNTIL WS-RT-I > WS-RT-COUNT
                   DISPLAY "  " WS-RT-FREC(WS-RT-I) " LIMITE "
                       WS-RT-LIMITE(WS-RT-I) " CUOTA "
                       WS-RT-CUOTA(WS-RT-I) " TASA "
                       WS-RT-TASA(WS-RT-I) "%"
               END-PERFORM
               DISPLAY "RENGLONES REGISTRADOS: " WS-RT-COUNT.

       COPY RETPROC.
       COPY CIAPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
