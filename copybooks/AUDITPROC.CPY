           PERFORM RESUELVE-AUD-OPERADOR
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HORA FROM TIME
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
           MOVE WS-AUDIT-FECHA TO AUD-FECHA
           MOVE WS-AUDIT-HORA TO AUD-HORA
           MOVE "EN CURSO" TO AUD-ESTATUS
           MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
           MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
           PERFORM ESCRIBE-AUDIT-ENCADENADO
           CLOSE SISTEMA-AUDIT-LOG.

       REGISTRA-AUDIT-FIN.
           PERFORM RESUELVE-AUD-OPERADOR
           ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-HORA FROM TIME
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
           MOVE WS-AUDIT-FECHA TO AUD-FECHA
           MOVE WS-AUDIT-HORA TO AUD-HORA
           MOVE WS-AUDIT-ESTATUS-FIN TO AUD-ESTATUS
           MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
           MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
           PERFORM ESCRIBE-AUDIT-ENCADENADO
           CLOSE SISTEMA-AUDIT-LOG.

      * TODO RENGLON DEL RASTRO SE ESCRIBE POR AQUI: TOMA EL ULTIMO
      * ESLABON DE AUDITCAD.CTL, NUMERA EL RENGLON, LO ENCADENA Y
      * DEJA EL ESLABON NUEVO. SIN AUDITCAD.CTL LA CADENA EMPIEZA EN
      * CERO (PRIMERA VEZ); SI LO BORRAN CON LA CADENA YA ANDANDO, EL
      * VERIFICADOR LO DENUNCIA COMO CORTE.
       ESCRIBE-AUDIT-ENCADENADO.
           PERFORM LEE-AUDIT-CADENA
           ADD 1 TO WS-AUC-SECUENCIA
           MOVE WS-AUC-SECUENCIA TO AUD-SECUENCIA
           MOVE WS-AUC-CADENA TO AUD-CADENA-ANT
           PERFORM CALCULA-AUDIT-CADENA
           MOVE WS-AUC-CADENA TO AUD-CADENA
           WRITE AUDIT-LOG-RECORD
           IF WS-AUDIT-STATUS = "00"
               PERFORM GRABA-AUDIT-CADENA
           END-IF.

       LEE-AUDIT-CADENA.
           MOVE 0 TO WS-AUC-SECUENCIA
           MOVE 0 TO WS-AUC-CADENA
           OPEN INPUT AUDIT-CADENA-FILE
           IF WS-AUC-STATUS = "00"
               READ AUDIT-CADENA-FILE
                   NOT AT END
                       IF AC-SECUENCIA IS NUMERIC
                               AND AC-CADENA IS NUMERIC
                           MOVE AC-SECUENCIA TO WS-AUC-SECUENCIA
                           MOVE AC-CADENA TO WS-AUC-CADENA
                       END-IF
               END-READ
               CLOSE AUDIT-CADENA-FILE
           END-IF.

       GRABA-AUDIT-CADENA.
           OPEN OUTPUT AUDIT-CADENA-FILE
           IF WS-AUC-STATUS = "00"
               MOVE WS-AUC-SECUENCIA TO AC-SECUENCIA
               MOVE WS-AUC-CADENA TO AC-CADENA
               WRITE AUDIT-CADENA-RECORD
               CLOSE AUDIT-CADENA-FILE
           END-IF.

      * VALOR DE CADENA: PARTE DEL VALOR DEL RENGLON ANTERIOR Y
      * ACUMULA CADA BYTE DEL RENGLON (HASTA AUD-CADENA-ANT INCLUSIVE)
      * PONDERADO POR SU POSICION, MODULO UN PRIMO DE 9 DIGITOS; EL
      * VERIFICADOR LO RECALCULA IGUAL SOBRE EL RENGLON LEIDO
       CALCULA-AUDIT-CADENA.
           MOVE AUD-CADENA-ANT TO WS-AUC-CADENA
           PERFORM VARYING WS-AUC-J FROM 1 BY 1
                   UNTIL WS-AUC-J > 129
               COMPUTE WS-AUC-CADENA = FUNCTION MOD(
                   WS-AUC-CADENA * 31 +
                   FUNCTION ORD(AUDIT-LOG-RECORD(WS-AUC-J:1))
                   * WS-AUC-J, 999999937)
           END-PERFORM.
