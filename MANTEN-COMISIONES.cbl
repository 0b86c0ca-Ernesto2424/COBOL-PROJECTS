      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MAINTENANCE OF THE SALES COMMISSION PLAN
      * Tectonics: cobc
      * Note:      COMPLAN.DAT holds the commission plan of each
      *            company. A plan is keyed by type and key: type P
      *            is a product (CAT-CODIGO) and type D is the
      *            salesperson's department (EMP-DEPTO). Each row is
      *            a tier: from what monthly net sales of the
      *            salesperson its rate in percent applies. A row is
      *            keyed by type, key and tier floor; keying an
      *            existing one replaces its rate. A product plan
      *            overrides the department plan for that product's
      *            lines. COMISIONES-MES prices the monthly commission
      *            statement with this plan. Only the company in
      *            session is listed and changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PCSEL.
           COPY CIASEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PCFD.
       COPY CIAFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY PCWS.

       01  WS-OPCION               PIC X.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-TIPO                 PIC X.
           88  WS-TIPO-OK          VALUE "P" "D".
       01  WS-CLAVE                PIC X(4).
       01  WS-DESDE-TXT            PIC X(9).
       01  WS-DESDE-NUM REDEFINES WS-DESDE-TXT PIC 9(7)V99.
       01  WS-TASA-TXT             PIC X(4).
       01  WS-TASA-NUM REDEFINES WS-TASA-TXT PIC 9(2)V99.
       01  WS-POSICION             PIC 9(3) VALUE 0.
       01  WS-PC-J                 PIC 9(3) VALUE 0.
       01  WS-RENGLONES-CIA        PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTCOM" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM CARGA-PLAN-COMISIONES
               MOVE WS-CIA-ACTUAL TO WS-PC-CIA-BUSCADA
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA/CAMBIO  B-BAJA  L-LISTA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM ALTA-RENGLON
                       WHEN WS-BAJA
                           PERFORM BAJA-RENGLON
                       WHEN WS-LISTA
                           PERFORM LISTA-PLAN
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-PLAN-COMISIONES
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * LA CLAVE DE UN PLAN DE PRODUCTO ES EL CAT-CODIGO DE 4 DIGITOS;
      * LA DE UN PLAN DE DEPARTAMENTO ES EL EMP-DEPTO
           PIDE-TIPO-CLAVE-DESDE.
               PERFORM WITH TEST AFTER UNTIL WS-TIPO-OK
                   DISPLAY "TIPO DE PLAN (P-PRODUCTO D-DEPARTAMENTO)"
                   ACCEPT WS-TIPO
               END-PERFORM
               MOVE SPACES TO WS-CLAVE
               PERFORM WITH TEST AFTER UNTIL WS-CLAVE NOT = SPACES
                       AND (WS-TIPO = "D" OR WS-CLAVE IS NUMERIC)
                   IF WS-TIPO = "P"
                       DISPLAY "CODIGO DE PRODUCTO (4 DIGITOS)"
                   ELSE
                       DISPLAY "DEPARTAMENTO (4 CARACTERES)"
                   END-IF
                   ACCEPT WS-CLAVE
                   IF WS-TIPO = "P" AND WS-CLAVE IS NOT NUMERIC
                       DISPLAY "CODIGO DEBE SER NUMERICO DE 4"
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL WS-DESDE-TXT IS NUMERIC
                   DISPLAY "VENTA MENSUAL DESDE (9 DIGITOS, 2 "
                       "DECIMALES IMPLICITOS)"
                   ACCEPT WS-DESDE-TXT
                   IF WS-DESDE-TXT IS NOT NUMERIC
                       DISPLAY "DESDE DEBE SER NUMERICO DE 9"
                   END-IF
               END-PERFORM
               MOVE WS-TIPO TO WS-PC-TIPO-BUSCADO
               MOVE WS-CLAVE TO WS-PC-CLAVE-BUSCADA
               MOVE WS-DESDE-NUM TO WS-PC-DESDE-BUSCADO
               PERFORM BUSCA-RENGLON-PLAN.

           ALTA-RENGLON.
               PERFORM PIDE-TIPO-CLAVE-DESDE
               PERFORM WITH TEST AFTER UNTIL WS-TASA-TXT IS NUMERIC
                   DISPLAY "TASA DE COMISION % (4 DIGITOS, 2 "
                       "DECIMALES IMPLICITOS)"
                   ACCEPT WS-TASA-TXT
                   IF WS-TASA-TXT IS NOT NUMERIC
                       DISPLAY "TASA DEBE SER NUMERICA DE 4"
                   END-IF
               END-PERFORM
               IF WS-PC-INDICE = 0
                   IF WS-PC-COUNT >= 300
                       DISPLAY "PLAN DE COMISIONES LLENO"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM ABRE-POSICION
                   MOVE WS-POSICION TO WS-PC-INDICE
                   MOVE WS-CIA-ACTUAL TO WS-PC-CIA(WS-PC-INDICE)
                   MOVE WS-TIPO TO WS-PC-TIPO(WS-PC-INDICE)
                   MOVE WS-CLAVE TO WS-PC-CLAVE(WS-PC-INDICE)
                   MOVE WS-DESDE-NUM TO WS-PC-DESDE(WS-PC-INDICE)
                   DISPLAY "ESCALON REGISTRADO: " WS-TIPO " " WS-CLAVE
                       " " WS-DESDE-NUM
               ELSE
                   DISPLAY "ESCALON ACTUALIZADO: " WS-TIPO " " WS-CLAVE
                       " " WS-DESDE-NUM
               END-IF
               MOVE WS-TASA-NUM TO WS-PC-TASA(WS-PC-INDICE).

      * LOCALIZA EL LUGAR DEL RENGLON NUEVO EN ORDEN DE COMPANIA,
      * TIPO, CLAVE Y ESCALON Y RECORRE HACIA ABAJO LOS QUE LE SIGUEN
           ABRE-POSICION.
               MOVE 0 TO WS-POSICION
               PERFORM VARYING WS-PC-I FROM 1 BY 1
                       UNTIL WS-PC-I > WS-PC-COUNT
                           OR WS-POSICION > 0
                   IF WS-PC-CIA(WS-PC-I) > WS-CIA-ACTUAL
                           OR (WS-PC-CIA(WS-PC-I) = WS-CIA-ACTUAL
                               AND WS-PC-TIPO(WS-PC-I) > WS-TIPO)
                           OR (WS-PC-CIA(WS-PC-I) = WS-CIA-ACTUAL
                               AND WS-PC-TIPO(WS-PC-I) = WS-TIPO
                               AND WS-PC-CLAVE(WS-PC-I) > WS-CLAVE)
                           OR (WS-PC-CIA(WS-PC-I) = WS-CIA-ACTUAL
                               AND WS-PC-TIPO(WS-PC-I) = WS-TIPO
                               AND WS-PC-CLAVE(WS-PC-I) = WS-CLAVE
                               AND WS-PC-DESDE(WS-PC-I) >
                                   WS-DESDE-NUM)
                       MOVE WS-PC-I TO WS-POSICION
                   END-IF
               END-PERFORM
               ADD 1 TO WS-PC-COUNT
               IF WS-POSICION = 0
                   MOVE WS-PC-COUNT TO WS-POSICION
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PC-J FROM WS-PC-COUNT BY -1
                       UNTIL WS-PC-J NOT > WS-POSICION
                   MOVE WS-PC-ENTRY(WS-PC-J - 1) TO
                       WS-PC-ENTRY(WS-PC-J)
               END-PERFORM.

           BAJA-RENGLON.
               PERFORM PIDE-TIPO-CLAVE-DESDE
               IF WS-PC-INDICE = 0
                   DISPLAY "ESCALON NO EXISTE: " WS-TIPO " " WS-CLAVE
                       " " WS-DESDE-NUM
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PC-J FROM WS-PC-INDICE BY 1
                       UNTIL WS-PC-J NOT < WS-PC-COUNT
                   MOVE WS-PC-ENTRY(WS-PC-J + 1) TO
                       WS-PC-ENTRY(WS-PC-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-PC-COUNT
               DISPLAY "ESCALON ELIMINADO: " WS-TIPO " " WS-CLAVE " "
                   WS-DESDE-NUM.

           LISTA-PLAN.
               MOVE 0 TO WS-RENGLONES-CIA
               PERFORM VARYING WS-PC-I FROM 1 BY 1
                       UNTIL WS-PC-I > WS-PC-COUNT
                   IF WS-PC-CIA(WS-PC-I) = WS-CIA-ACTUAL
                       ADD 1 TO WS-RENGLONES-CIA
                       DISPLAY "  " WS-PC-TIPO(WS-PC-I) " "
                           WS-PC-CLAVE(WS-PC-I) " DESDE "
                           WS-PC-DESDE(WS-PC-I) " TASA "
                           WS-PC-TASA(WS-PC-I) "%"
                   END-IF
               END-PERFORM
               DISPLAY "ESCALONES DE LA COMPANIA " WS-CIA-ACTUAL ": "
                   WS-RENGLONES-CIA.

       COPY PCPROC.
       COPY CIAPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
