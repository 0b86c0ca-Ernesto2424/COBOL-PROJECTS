      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MAINTENANCE OF THE SUPPLIER MASTER
      * Tectonics: cobc
      * Note:      PROVEEDOR.DAT carries code, name, contact, phone,
      *            lead time in days and active flag. CATALOGO-PRODUCTOS
      *            names the preferred supplier of every CAT-CODIGO
      *            from it and ORDENES-COMPRA groups the reorder
      *            suggestions by it, using the lead time for the
      *            promised date. Codes are deactivated, never
      *            removed, so open purchase orders keep resolving.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PROVSEL.
           COPY CIASEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PROVFD.
       COPY CIAFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY PROVWS.

       01  WS-OPCION               PIC X.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-CODIGO               PIC X(6).
       01  WS-NOMBRE               PIC X(30).
       01  WS-CONTACTO             PIC X(30).
       01  WS-TELEFONO             PIC X(10).
       01  WS-DIAS-TXT             PIC X(3).
       01  WS-DIAS-NUM REDEFINES WS-DIAS-TXT PIC 9(3).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTPROV" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM CARGA-PROVEEDORES
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA/CAMBIO  B-DESACTIVA  L-LISTA  "
                       "S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM ALTA-PROVEEDOR
                       WHEN WS-BAJA
                           PERFORM DESACTIVA-PROVEEDOR
                       WHEN WS-LISTA
                           PERFORM LISTA-PROVEEDORES
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-PROVEEDORES
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           ALTA-PROVEEDOR.
               MOVE SPACES TO WS-CODIGO
               PERFORM WITH TEST AFTER UNTIL WS-CODIGO NOT = SPACES
                   DISPLAY "CODIGO DE PROVEEDOR (6 CARACTERES)"
                   ACCEPT WS-CODIGO
               END-PERFORM
               MOVE SPACES TO WS-NOMBRE
               PERFORM WITH TEST AFTER UNTIL WS-NOMBRE NOT = SPACES
                   DISPLAY "NOMBRE DEL PROVEEDOR"
                   ACCEPT WS-NOMBRE
               END-PERFORM
               DISPLAY "PERSONA DE CONTACTO"
               MOVE SPACES TO WS-CONTACTO
               ACCEPT WS-CONTACTO
               DISPLAY "TELEFONO (10)"
               MOVE SPACES TO WS-TELEFONO
               ACCEPT WS-TELEFONO
               PERFORM WITH TEST AFTER UNTIL WS-DIAS-TXT IS NUMERIC
                   DISPLAY "DIAS DE ENTREGA (3 DIGITOS)"
                   ACCEPT WS-DIAS-TXT
                   IF WS-DIAS-TXT IS NOT NUMERIC
                       DISPLAY "DIAS DEBE SER NUMERICO DE 3"
                   END-IF
               END-PERFORM
               MOVE WS-CODIGO TO WS-PV-BUSCADO
               PERFORM BUSCA-PROVEEDOR
               IF WS-PV-INDICE = 0
                   IF WS-PV-COUNT >= 200
                       DISPLAY "TABLA DE PROVEEDORES LLENA"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PV-COUNT
                   MOVE WS-PV-COUNT TO WS-PV-INDICE
                   MOVE WS-CODIGO TO WS-PV-CODIGO(WS-PV-INDICE)
                   DISPLAY "PROVEEDOR REGISTRADO: " WS-CODIGO
               ELSE
                   DISPLAY "PROVEEDOR ACTUALIZADO: " WS-CODIGO
               END-IF
               MOVE WS-NOMBRE TO WS-PV-NOMBRE(WS-PV-INDICE)
               MOVE WS-CONTACTO TO WS-PV-CONTACTO(WS-PV-INDICE)
               MOVE WS-TELEFONO TO WS-PV-TELEFONO(WS-PV-INDICE)
               MOVE WS-DIAS-NUM TO WS-PV-DIAS(WS-PV-INDICE)
               MOVE "A" TO WS-PV-ACTIVO(WS-PV-INDICE).

           DESACTIVA-PROVEEDOR.
               DISPLAY "CODIGO A DESACTIVAR"
               MOVE SPACES TO WS-CODIGO
               ACCEPT WS-CODIGO
               MOVE WS-CODIGO TO WS-PV-BUSCADO
               PERFORM BUSCA-PROVEEDOR
               IF WS-PV-INDICE = 0
                   DISPLAY "PROVEEDOR NO EXISTE: " WS-CODIGO
               ELSE
                   MOVE "I" TO WS-PV-ACTIVO(WS-PV-INDICE)
                   DISPLAY "PROVEEDOR DESACTIVADO: " WS-CODIGO
               END-IF.

           LISTA-PROVEEDORES.
               PERFORM VARYING WS-PV-I FROM 1 BY 1
                       UNTIL WS-PV-I > WS-PV-COUNT
                   DISPLAY "  " WS-PV-CODIGO(WS-PV-I) " "
                       WS-PV-NOMBRE(WS-PV-I) " "
                       WS-PV-CONTACTO(WS-PV-I) " "
                       WS-PV-TELEFONO(WS-PV-I) " "
                       WS-PV-DIAS(WS-PV-I) "D "
                       WS-PV-ACTIVO(WS-PV-I)
               END-PERFORM
               DISPLAY "PROVEEDORES REGISTRADOS: " WS-PV-COUNT.

       COPY PROVPROC.
       COPY CIAPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
