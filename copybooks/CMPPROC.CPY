      * COMPONENTES DE EVALUACION (COMPONEN.DAT: CURSO, CODIGO,
      * NOMBRE, PESO). UN CURSO CUYOS PESOS SUMAN EXACTAMENTE 100 SE
      * CALIFICA POR COMPONENTES: LA CALIFICACION FINAL ES EL
      * PROMEDIO PONDERADO DE LAS CAPTURADAS EN CALCOMP.DAT
       CARGA-COMPONENTES.
           MOVE 0 TO WS-CMP-COUNT
           MOVE "N" TO WS-CMP-EOF-SWITCH
           OPEN INPUT COMPONENTES-FILE
           IF WS-CMP-STATUS = "00"
               PERFORM UNTIL WS-CMP-EOF
                   READ COMPONENTES-FILE
                       AT END
                           SET WS-CMP-EOF TO TRUE
                       NOT AT END
                           IF WS-CMP-COUNT < 500
                                   AND CP-CURSO NOT = SPACES
                                   AND CP-CODIGO NOT = SPACES
                               ADD 1 TO WS-CMP-COUNT
                               MOVE CP-CURSO TO
                                   WS-CMP-CURSO(WS-CMP-COUNT)
                               MOVE CP-CODIGO TO
                                   WS-CMP-CODIGO(WS-CMP-COUNT)
                               MOVE CP-NOMBRE TO
                                   WS-CMP-NOMBRE(WS-CMP-COUNT)
                               MOVE 0 TO WS-CMP-PESO(WS-CMP-COUNT)
                               IF CP-PESO IS NUMERIC
                                   MOVE CP-PESO TO
                                       WS-CMP-PESO(WS-CMP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPONENTES-FILE
           END-IF.

       GRABA-COMPONENTES.
           OPEN OUTPUT COMPONENTES-FILE
           PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I > WS-CMP-COUNT
               IF WS-CMP-CURSO(WS-CMP-I) NOT = SPACES
                   MOVE SPACES TO COMPONENTE-RECORD
                   MOVE WS-CMP-CURSO(WS-CMP-I) TO CP-CURSO
                   MOVE WS-CMP-CODIGO(WS-CMP-I) TO CP-CODIGO
                   MOVE WS-CMP-NOMBRE(WS-CMP-I) TO CP-NOMBRE
                   MOVE WS-CMP-PESO(WS-CMP-I) TO CP-PESO
                   WRITE COMPONENTE-RECORD
               END-IF
           END-PERFORM
           CLOSE COMPONENTES-FILE.

      * COMPONENTE WS-CMP-CODIGO-BUSCADO DEL CURSO
      * WS-CMP-CURSO-BUSCADO; WS-CMP-INDICE EN CERO SI NO EXISTE
       BUSCA-COMPONENTE.
           MOVE 0 TO WS-CMP-INDICE
           PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I > WS-CMP-COUNT
                       OR WS-CMP-INDICE > 0
               IF WS-CMP-CURSO(WS-CMP-I) = WS-CMP-CURSO-BUSCADO
                       AND WS-CMP-CODIGO(WS-CMP-I) =
                           WS-CMP-CODIGO-BUSCADO
                   MOVE WS-CMP-I TO WS-CMP-INDICE
               END-IF
           END-PERFORM.

      * SUMA DE PESOS Y NUMERO DE COMPONENTES DEL CURSO
      * WS-CMP-CURSO-BUSCADO; PONDERADO SI SUMAN EXACTAMENTE 100
       SUMA-PESOS-CURSO.
           MOVE 0 TO WS-CMP-SUMA-PESOS
           MOVE 0 TO WS-CMP-NUM-CURSO
           MOVE "N" TO WS-CMP-PONDERADO-SWITCH
           PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I > WS-CMP-COUNT
               IF WS-CMP-CURSO(WS-CMP-I) = WS-CMP-CURSO-BUSCADO
                   ADD WS-CMP-PESO(WS-CMP-I) TO WS-CMP-SUMA-PESOS
                   ADD 1 TO WS-CMP-NUM-CURSO
               END-IF
           END-PERFORM
           IF WS-CMP-NUM-CURSO > 0 AND WS-CMP-SUMA-PESOS = 100
               SET WS-CMP-PONDERADO TO TRUE
           END-IF.
