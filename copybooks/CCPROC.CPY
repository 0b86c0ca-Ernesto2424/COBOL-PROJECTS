      * CALIFICACIONES POR COMPONENTE (CALCOMP.DAT). LA CAPTURA LAS
      * VALIDA CONTRA LA INSCRIPCION Y EL CATALOGO DE COMPONENTES;
      * LA CORRIDA DE CALIFICACIONES CALCULA CON ELLAS LA FINAL
       CARGA-CALIF-COMPONENTES.
           MOVE 0 TO WS-CC-COUNT
           MOVE "N" TO WS-CC-EOF-SWITCH
           OPEN INPUT CALIF-COMP-FILE
           IF WS-CC-STATUS = "00"
               PERFORM UNTIL WS-CC-EOF
                   READ CALIF-COMP-FILE
                       AT END
                           SET WS-CC-EOF TO TRUE
                       NOT AT END
                           IF WS-CC-COUNT < 10000
                                   AND CC-ALUMNO NOT = SPACES
                                   AND CC-SCORE IS NUMERIC
                               ADD 1 TO WS-CC-COUNT
                               MOVE CC-ALUMNO TO
                                   WS-CC-ALUMNO(WS-CC-COUNT)
                               MOVE CC-CURSO TO
                                   WS-CC-CURSO(WS-CC-COUNT)
                               MOVE CC-COMPONENTE TO
                                   WS-CC-COMPONENTE(WS-CC-COUNT)
                               MOVE CC-SCORE TO
                                   WS-CC-SCORE(WS-CC-COUNT)
                               MOVE 0 TO WS-CC-FECHA(WS-CC-COUNT)
                               IF CC-FECHA IS NUMERIC
                                   MOVE CC-FECHA TO
                                       WS-CC-FECHA(WS-CC-COUNT)
                               END-IF
                               MOVE "N" TO WS-CC-USADA(WS-CC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALIF-COMP-FILE
           END-IF.

       GRABA-CALIF-COMPONENTES.
           OPEN OUTPUT CALIF-COMP-FILE
           PERFORM VARYING WS-CC-I FROM 1 BY 1
                   UNTIL WS-CC-I > WS-CC-COUNT
               MOVE SPACES TO CALIF-COMP-RECORD
               MOVE WS-CC-ALUMNO(WS-CC-I) TO CC-ALUMNO
               MOVE WS-CC-CURSO(WS-CC-I) TO CC-CURSO
               MOVE WS-CC-COMPONENTE(WS-CC-I) TO CC-COMPONENTE
               MOVE WS-CC-SCORE(WS-CC-I) TO CC-SCORE
               MOVE WS-CC-FECHA(WS-CC-I) TO CC-FECHA
               WRITE CALIF-COMP-RECORD
           END-PERFORM
           CLOSE CALIF-COMP-FILE.

      * CALIFICACION DEL ALUMNO, CURSO Y COMPONENTE BUSCADOS;
      * WS-CC-INDICE EN CERO SI NO SE HA CAPTURADO
       BUSCA-CALIF-COMPONENTE.
           MOVE 0 TO WS-CC-INDICE
           PERFORM VARYING WS-CC-I FROM 1 BY 1
                   UNTIL WS-CC-I > WS-CC-COUNT
                       OR WS-CC-INDICE > 0
               IF WS-CC-ALUMNO(WS-CC-I) = WS-CC-ALUMNO-BUSCADO
                       AND WS-CC-CURSO(WS-CC-I) = WS-CC-CURSO-BUSCADO
                       AND WS-CC-COMPONENTE(WS-CC-I) =
                           WS-CC-COMP-BUSCADO
                   MOVE WS-CC-I TO WS-CC-INDICE
               END-IF
           END-PERFORM.
