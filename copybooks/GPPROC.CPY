      * CUENTAS CORPORATIVAS: CADA RENGLON DE CLIGRUPO.DAT LIGA UNA
      * SUCURSAL (CLIENTE-ID) CON SU CUENTA PADRE DE LA MISMA
      * COMPANIA. UNA PADRE PUEDE A SU VEZ TENER PADRE; CLIENTEMASTER
      * NO DEJA QUE LA CADENA REGRESE A LA MISMA CUENTA. EL GRUPO DE
      * UNA PADRE ES ELLA MISMA MAS TODAS LAS CUENTAS QUE LLEGAN A
      * ELLA SUBIENDO POR LA CADENA.
       CARGA-GRUPOS.
           MOVE 0 TO WS-GP-COUNT
           MOVE 0 TO WS-GP-EXTRA
           MOVE "N" TO WS-GP-EOF-SWITCH
           OPEN INPUT GRUPO-FILE
           IF WS-GP-STATUS = "00"
               PERFORM UNTIL WS-GP-EOF
                   READ GRUPO-FILE
                       AT END
                           SET WS-GP-EOF TO TRUE
                       NOT AT END
                           IF GP-CLIENTE-ID NOT = SPACES
                                   AND GP-PADRE-ID NOT = SPACES
                               IF WS-GP-COUNT < 3000
                                   ADD 1 TO WS-GP-COUNT
                                   PERFORM CARGA-RENGLON-GRUPO
                               ELSE
                                   ADD 1 TO WS-GP-EXTRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRUPO-FILE
           END-IF
           IF WS-GP-EXTRA > 0
               DISPLAY "AVISO: " WS-GP-EXTRA " LIGAS DE GRUPO MAS "
                   "ALLA DEL TOPE EN MEMORIA (3000) NO SE CONSIDERAN"
           END-IF.

       CARGA-RENGLON-GRUPO.
           MOVE GP-CLIENTE-ID TO WS-GP-ID(WS-GP-COUNT)
           MOVE GP-COMPANIA TO WS-GP-CIA(WS-GP-COUNT)
           IF GP-COMPANIA = SPACES
               MOVE "01" TO WS-GP-CIA(WS-GP-COUNT)
           END-IF
           MOVE GP-PADRE-ID TO WS-GP-PADRE(WS-GP-COUNT)
           MOVE 0 TO WS-GP-FECHA(WS-GP-COUNT)
           IF GP-FECHA IS NUMERIC
               MOVE GP-FECHA TO WS-GP-FECHA(WS-GP-COUNT)
           END-IF
           MOVE GP-OPERADOR TO WS-GP-OPER(WS-GP-COUNT).

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA; UNA LIGA
      * BORRADA QUEDA CON PADRE EN BLANCO Y NO SE GRABA
       GRABA-GRUPOS.
           OPEN OUTPUT GRUPO-FILE
           PERFORM VARYING WS-GP-I FROM 1 BY 1
                   UNTIL WS-GP-I > WS-GP-COUNT
               IF WS-GP-PADRE(WS-GP-I) NOT = SPACES
                   MOVE SPACES TO GRUPO-RECORD
                   MOVE WS-GP-ID(WS-GP-I) TO GP-CLIENTE-ID
                   MOVE WS-GP-CIA(WS-GP-I) TO GP-COMPANIA
                   MOVE WS-GP-PADRE(WS-GP-I) TO GP-PADRE-ID
                   MOVE WS-GP-FECHA(WS-GP-I) TO GP-FECHA
                   MOVE WS-GP-OPER(WS-GP-I) TO GP-OPERADOR
                   WRITE GRUPO-RECORD
               END-IF
           END-PERFORM
           CLOSE GRUPO-FILE.

      * PADRE DIRECTO DE WS-GP-ID-BUSCADO EN LA COMPANIA ACTUAL:
      * WS-GP-INDICE QUEDA EN 0 Y WS-GP-PADRE-HALLADO EN BLANCO SI
      * LA CUENTA NO TIENE PADRE
       BUSCA-PADRE.
           MOVE 0 TO WS-GP-INDICE
           MOVE SPACES TO WS-GP-PADRE-HALLADO
           PERFORM VARYING WS-GP-I FROM 1 BY 1
                   UNTIL WS-GP-I > WS-GP-COUNT
                       OR WS-GP-INDICE > 0
               IF WS-GP-ID(WS-GP-I) = WS-GP-ID-BUSCADO
                       AND WS-GP-CIA(WS-GP-I) = WS-CIA-ACTUAL
                       AND WS-GP-PADRE(WS-GP-I) NOT = SPACES
                   MOVE WS-GP-I TO WS-GP-INDICE
                   MOVE WS-GP-PADRE(WS-GP-I) TO WS-GP-PADRE-HALLADO
               END-IF
           END-PERFORM.

      * WS-GP-EN-GRUPO SI WS-GP-ID-BUSCADO ES WS-GP-RAIZ O LLEGA A
      * ELLA SUBIENDO POR SUS PADRES (TOPE DE 50 NIVELES); DEJA
      * WS-GP-ID-BUSCADO EN EL ULTIMO ESLABON REVISADO
       PERTENECE-A-GRUPO.
           MOVE "N" TO WS-GP-EN-GRUPO-SWITCH
           MOVE WS-GP-ID-BUSCADO TO WS-GP-ACTUAL
           MOVE 0 TO WS-GP-PASOS
           PERFORM UNTIL WS-GP-EN-GRUPO
                   OR WS-GP-ACTUAL = SPACES
                   OR WS-GP-PASOS > 50
               IF WS-GP-ACTUAL = WS-GP-RAIZ
                   SET WS-GP-EN-GRUPO TO TRUE
               ELSE
                   MOVE WS-GP-ACTUAL TO WS-GP-ID-BUSCADO
                   PERFORM BUSCA-PADRE
                   MOVE WS-GP-PADRE-HALLADO TO WS-GP-ACTUAL
                   ADD 1 TO WS-GP-PASOS
               END-IF
           END-PERFORM.

      * CUENTA PADRE DE PRIMER NIVEL DE WS-GP-ID-BUSCADO EN
      * WS-GP-RAIZ (LA MISMA CUENTA SI NO TIENE PADRE)
       BUSCA-RAIZ.
           MOVE WS-GP-ID-BUSCADO TO WS-GP-RAIZ
           MOVE 0 TO WS-GP-PASOS
           PERFORM BUSCA-PADRE
           PERFORM UNTIL WS-GP-PADRE-HALLADO = SPACES
                   OR WS-GP-PASOS > 50
               MOVE WS-GP-PADRE-HALLADO TO WS-GP-RAIZ
               MOVE WS-GP-PADRE-HALLADO TO WS-GP-ID-BUSCADO
               ADD 1 TO WS-GP-PASOS
               PERFORM BUSCA-PADRE
           END-PERFORM.
