      * ESCALA.PRM CON LAS MISMAS REGLAS DE LA CORRIDA DE
      * CALIFICACIONES: MINIMOS DESCENDENTES, NINGUNO MAYOR A 100 Y
      * EL ULTIMO EN 000. SI FALTA O ESTA MAL FORMADA SE USA LA
      * ESCALA ESTANDAR 90/80/70/60
       CARGA-ESCALA.
           MOVE 0 TO WS-ESC-COUNT
           MOVE "N" TO WS-ESC-EOF-SWITCH
           MOVE "N" TO WS-ESC-MALA-SWITCH
           OPEN INPUT ESCALA-PRM-FILE
           IF WS-ESCALA-STATUS NOT = "00"
               PERFORM CARGA-ESCALA-ESTANDAR
           ELSE
               PERFORM UNTIL WS-ESC-EOF OR WS-ESC-MALA
                   READ ESCALA-PRM-FILE
                       AT END
                           SET WS-ESC-EOF TO TRUE
                       NOT AT END
                           PERFORM CARGA-NIVEL-ESCALA
                   END-READ
               END-PERFORM
               CLOSE ESCALA-PRM-FILE
               IF WS-ESC-COUNT = 0
                   SET WS-ESC-MALA TO TRUE
               END-IF
               IF NOT WS-ESC-MALA
                   IF WS-ESC-MIN(WS-ESC-COUNT) NOT = 0
                       SET WS-ESC-MALA TO TRUE
                   END-IF
               END-IF
               IF WS-ESC-MALA
                   DISPLAY "ESCALA.PRM MAL FORMADA, SE USA LA "
                       "ESCALA ESTANDAR"
                   PERFORM CARGA-ESCALA-ESTANDAR
               END-IF
           END-IF.

       CARGA-NIVEL-ESCALA.
           EVALUATE TRUE
               WHEN EP-MINIMO IS NOT NUMERIC
                   SET WS-ESC-MALA TO TRUE
               WHEN EP-LETRA = SPACE
                   SET WS-ESC-MALA TO TRUE
               WHEN WS-ESC-COUNT >= 10
                   SET WS-ESC-MALA TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ESC-COUNT
                   MOVE EP-MINIMO TO WS-ESC-MIN(WS-ESC-COUNT)
                   MOVE EP-LETRA TO WS-ESC-LETRA(WS-ESC-COUNT)
                   IF WS-ESC-MIN(WS-ESC-COUNT) > 100
                       SET WS-ESC-MALA TO TRUE
                   END-IF
                   IF WS-ESC-COUNT > 1
                       IF WS-ESC-MIN(WS-ESC-COUNT) >=
                               WS-ESC-MIN(WS-ESC-COUNT - 1)
                           SET WS-ESC-MALA TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       CARGA-ESCALA-ESTANDAR.
           MOVE 5 TO WS-ESC-COUNT
           MOVE 90 TO WS-ESC-MIN(1)
           MOVE "A" TO WS-ESC-LETRA(1)
           MOVE 80 TO WS-ESC-MIN(2)
           MOVE "B" TO WS-ESC-LETRA(2)
           MOVE 70 TO WS-ESC-MIN(3)
           MOVE "C" TO WS-ESC-LETRA(3)
           MOVE 60 TO WS-ESC-MIN(4)
           MOVE "D" TO WS-ESC-LETRA(4)
           MOVE 0 TO WS-ESC-MIN(5)
           MOVE "F" TO WS-ESC-LETRA(5).

      * LETRA DEL PRIMER NIVEL CUYO MINIMO ALCANZA WS-ESC-SCORE
       LETRA-DE-SCORE.
           MOVE WS-ESC-LETRA(WS-ESC-COUNT) TO WS-ESC-LETRA-CALC
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
                   UNTIL WS-ESC-I > WS-ESC-COUNT
               IF WS-ESC-SCORE >= WS-ESC-MIN(WS-ESC-I)
                   MOVE WS-ESC-LETRA(WS-ESC-I) TO WS-ESC-LETRA-CALC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
