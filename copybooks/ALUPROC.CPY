      * DE INSCRIPCION). LA CORRIDA DE CALIFICACIONES VALIDA CADA
      * IDENTIDAD CONTRA EL PARA QUE UN ID MAL TECLEADO EN
      * RESULTAD.DAT NO CREE UN ALUMNO FANTASMA, Y LOS REPORTES
      * IMPRIMEN EL NOMBRE EN VEZ DEL ID PELON. CADA ALUMNO LLEVA
      * EL CLIENTE QUE PAGA SU COLEGIATURA EN EL SUB-LIBRO.
       CARGA-ALUMNOS.
           MOVE 0 TO WS-ALU-COUNT
           MOVE "N" TO WS-ALU-EOF-SWITCH
                                   MOVE 0 TO
                                       WS-ALU-FINSC(WS-ALU-COUNT)
                               END-IF
                               MOVE AL-CLIENTE-ID TO
                                   WS-ALU-CLIENTE(WS-ALU-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
       BUSCA-ALUMNO.
           MOVE "N" TO WS-ALU-HALLADO-SWITCH
           MOVE SPACES TO WS-ALU-NOMBRE-HALLADO
           MOVE SPACES TO WS-ALU-CLIENTE-HALLADO
           PERFORM VARYING WS-ALU-I FROM 1 BY 1
                   UNTIL WS-ALU-I > WS-ALU-COUNT
                       OR WS-ALU-HALLADO
                   SET WS-ALU-HALLADO TO TRUE
                   MOVE WS-ALU-NOMBRE(WS-ALU-I) TO
                       WS-ALU-NOMBRE-HALLADO
                   MOVE WS-ALU-CLIENTE(WS-ALU-I) TO
                       WS-ALU-CLIENTE-HALLADO
               END-IF
           END-PERFORM.
