      * LIMITES DE GRUPO: CADA RENGLON DE CREDGRP.DAT DA UN LIMITE
      * DE CREDITO A UNA CUENTA PADRE DE PRIMER NIVEL (CLIGRUPO.DAT)
      * QUE CUBRE EL SALDO SUMADO DE ELLA Y DE TODAS SUS SUCURSALES.
      * SE MANTIENE EN CREDITO-CLIENTES Y EL POSTEO LO HACE CUMPLIR
      * JUNTO CON EL LIMITE PROPIO DE CADA CLIENTE (CREDLIM.DAT).
       CARGA-LIMITES-GRUPO.
           MOVE 0 TO WS-LG-COUNT
           MOVE 0 TO WS-LG-EXTRA
           MOVE "N" TO WS-LG-EOF-SWITCH
           OPEN INPUT LIMGRUPO-FILE
           IF WS-LG-STATUS = "00"
               PERFORM UNTIL WS-LG-EOF
                   READ LIMGRUPO-FILE
                       AT END
                           SET WS-LG-EOF TO TRUE
                       NOT AT END
                           IF LG-LIMITE IS NUMERIC
                               IF WS-LG-COUNT < 1000
                                   ADD 1 TO WS-LG-COUNT
                                   MOVE LG-PADRE-ID TO
                                       WS-LG-ID(WS-LG-COUNT)
                                   MOVE LG-COMPANIA TO
                                       WS-LG-CIA(WS-LG-COUNT)
                                   IF LG-COMPANIA = SPACES
                                       MOVE "01" TO
                                           WS-LG-CIA(WS-LG-COUNT)
                                   END-IF
                                   MOVE LG-LIMITE TO
                                       WS-LG-LIMITE(WS-LG-COUNT)
                               ELSE
                                   ADD 1 TO WS-LG-EXTRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMGRUPO-FILE
           END-IF
           IF WS-LG-EXTRA > 0
               DISPLAY "AVISO: " WS-LG-EXTRA " LIMITES DE GRUPO MAS "
                   "ALLA DEL TOPE EN MEMORIA (1000) NO SE CONSIDERAN"
           END-IF.

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA; UN LIMITE
      * BORRADO QUEDA CON LA CUENTA EN BLANCO Y NO SE GRABA
       GRABA-LIMITES-GRUPO.
           OPEN OUTPUT LIMGRUPO-FILE
           PERFORM VARYING WS-LG-I FROM 1 BY 1
                   UNTIL WS-LG-I > WS-LG-COUNT
               IF WS-LG-ID(WS-LG-I) NOT = SPACES
                   MOVE SPACES TO LIMGRUPO-RECORD
                   MOVE WS-LG-ID(WS-LG-I) TO LG-PADRE-ID
                   MOVE WS-LG-CIA(WS-LG-I) TO LG-COMPANIA
                   MOVE WS-LG-LIMITE(WS-LG-I) TO LG-LIMITE
                   WRITE LIMGRUPO-RECORD
               END-IF
           END-PERFORM
           CLOSE LIMGRUPO-FILE.

      * LIMITE DEL GRUPO DE WS-LG-ID-BUSCADO EN LA COMPANIA ACTUAL;
      * WS-LG-INDICE QUEDA EN 0 SI EL GRUPO NO TIENE LIMITE
       BUSCA-LIMITE-GRUPO.
           MOVE 0 TO WS-LG-INDICE
           PERFORM VARYING WS-LG-I FROM 1 BY 1
                   UNTIL WS-LG-I > WS-LG-COUNT
                       OR WS-LG-INDICE > 0
               IF WS-LG-ID(WS-LG-I) = WS-LG-ID-BUSCADO
                       AND WS-LG-CIA(WS-LG-I) = WS-CIA-ACTUAL
                   MOVE WS-LG-I TO WS-LG-INDICE
               END-IF
           END-PERFORM.
