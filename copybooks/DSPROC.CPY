      * FICHAS DE DEPOSITO: CADA RENGLON DE FICHADEP.DAT ES UNA FICHA
      * NUMERADA QUE JUNTA LAS SESIONES DE CAJA CERRADAS DE UNA FECHA
      * DE NEGOCIO Y UNA COMPANIA. ESTATUS P = PENDIENTE DE ACREDITAR
      * POR EL BANCO; A = ACREDITADA (FECHA Y REFERENCIA DEL ESTADO
      * DE CUENTA DEL BANCO). WS-DS-MAYOR QUEDA CON EL ULTIMO NUMERO
       CARGA-FICHAS.
           MOVE 0 TO WS-DS-COUNT
           MOVE 0 TO WS-DS-EXTRA
           MOVE 0 TO WS-DS-MAYOR
           MOVE "N" TO WS-DS-EOF-SWITCH
           OPEN INPUT FICHAS-FILE
           IF WS-DS-STATUS = "00"
               PERFORM UNTIL WS-DS-EOF
                   READ FICHAS-FILE
                       AT END
                           SET WS-DS-EOF TO TRUE
                       NOT AT END
                           IF DS-NUMERO IS NUMERIC
                                   AND DS-TOTAL IS NUMERIC
                               IF DS-NUMERO > WS-DS-MAYOR
                                   MOVE DS-NUMERO TO WS-DS-MAYOR
                               END-IF
                               IF WS-DS-COUNT < 3000
                                   ADD 1 TO WS-DS-COUNT
                                   PERFORM CARGA-RENGLON-FICHA
                               ELSE
                                   ADD 1 TO WS-DS-EXTRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHAS-FILE
           END-IF
           IF WS-DS-EXTRA > 0
               DISPLAY "AVISO: " WS-DS-EXTRA " FICHAS DE DEPOSITO MAS "
                   "ALLA DEL TOPE EN MEMORIA (3000) NO SE CONSIDERAN"
           END-IF.

       CARGA-RENGLON-FICHA.
           MOVE DS-NUMERO TO WS-DS-NUMERO(WS-DS-COUNT)
           MOVE DS-COMPANIA TO WS-DS-CIA(WS-DS-COUNT)
           IF DS-COMPANIA = SPACES
               MOVE "01" TO WS-DS-CIA(WS-DS-COUNT)
           END-IF
           MOVE DS-TOTAL TO WS-DS-TOTAL(WS-DS-COUNT)
           MOVE DS-OPERADOR TO WS-DS-OPERADOR(WS-DS-COUNT)
           MOVE DS-ESTATUS TO WS-DS-ESTATUS(WS-DS-COUNT)
           MOVE DS-REF-BANCO TO WS-DS-REF-BANCO(WS-DS-COUNT)
           MOVE 0 TO WS-DS-FECHA(WS-DS-COUNT)
           MOVE 0 TO WS-DS-SESIONES(WS-DS-COUNT)
           MOVE 0 TO WS-DS-RECIBOS(WS-DS-COUNT)
           MOVE 0 TO WS-DS-FEMISION(WS-DS-COUNT)
           MOVE 0 TO WS-DS-FBANCO(WS-DS-COUNT)
           IF DS-FECHA IS NUMERIC
               MOVE DS-FECHA TO WS-DS-FECHA(WS-DS-COUNT)
           END-IF
           IF DS-SESIONES IS NUMERIC
               MOVE DS-SESIONES TO WS-DS-SESIONES(WS-DS-COUNT)
           END-IF
           IF DS-RECIBOS IS NUMERIC
               MOVE DS-RECIBOS TO WS-DS-RECIBOS(WS-DS-COUNT)
           END-IF
           IF DS-FECHA-EMISION IS NUMERIC
               MOVE DS-FECHA-EMISION TO WS-DS-FEMISION(WS-DS-COUNT)
           END-IF
           IF DS-FECHA-BANCO IS NUMERIC
               MOVE DS-FECHA-BANCO TO WS-DS-FBANCO(WS-DS-COUNT)
           END-IF.

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA
       GRABA-FICHAS.
           OPEN OUTPUT FICHAS-FILE
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I > WS-DS-COUNT
               MOVE SPACES TO FICHA-RECORD
               MOVE WS-DS-NUMERO(WS-DS-I) TO DS-NUMERO
               MOVE WS-DS-FECHA(WS-DS-I) TO DS-FECHA
               MOVE WS-DS-CIA(WS-DS-I) TO DS-COMPANIA
               MOVE WS-DS-SESIONES(WS-DS-I) TO DS-SESIONES
               MOVE WS-DS-RECIBOS(WS-DS-I) TO DS-RECIBOS
               MOVE WS-DS-TOTAL(WS-DS-I) TO DS-TOTAL
               MOVE WS-DS-FEMISION(WS-DS-I) TO DS-FECHA-EMISION
               MOVE WS-DS-OPERADOR(WS-DS-I) TO DS-OPERADOR
               MOVE WS-DS-ESTATUS(WS-DS-I) TO DS-ESTATUS
               MOVE WS-DS-FBANCO(WS-DS-I) TO DS-FECHA-BANCO
               MOVE WS-DS-REF-BANCO(WS-DS-I) TO DS-REF-BANCO
               WRITE FICHA-RECORD
           END-PERFORM
           CLOSE FICHAS-FILE.
