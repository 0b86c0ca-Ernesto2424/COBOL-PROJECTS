      * CLAVE FONETICA DE WS-FON-ENTRADA EN WS-FON-CLAVE (HASTA
      * WS-FON-LARGO LETRAS): LAS LETRAS QUE SUENAN IGUAL EN ESPANOL
      * COMPARTEN CODIGO (B/V/W, S/Z/CE/CI/X, K/Q/CA/CO/CU, G/J ANTE
      * E/I, LL/Y), LA H NO SUENA, LAS LETRAS DOBLES CUENTAN UNA VEZ
      * Y LAS VOCALES SOLO SEPARAN, SALVO LA INICIAL QUE QUEDA COMO A.
      * ASI GONZALEZ Y GONSALES DAN LA MISMA CLAVE
       CALCULA-CLAVE-FONETICA.
           MOVE SPACES TO WS-FON-CLAVE
           MOVE 0 TO WS-FON-J
           MOVE "*" TO WS-FON-ANTERIOR
           MOVE SPACE TO WS-FON-PREVIA
           INSPECT WS-FON-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-FON-I FROM 1 BY 1
                   UNTIL WS-FON-I > 40 OR WS-FON-J >= WS-FON-LARGO
               MOVE WS-FON-ENTRADA(WS-FON-I:1) TO WS-FON-LETRA
               MOVE SPACE TO WS-FON-SIGUE
               IF WS-FON-I < 40
                   MOVE WS-FON-ENTRADA(WS-FON-I + 1:1) TO WS-FON-SIGUE
               END-IF
               PERFORM CODIFICA-LETRA-FONETICA
               EVALUATE TRUE
                   WHEN WS-FON-CODIGO = "*"
                       IF WS-FON-J = 0 AND WS-FON-LETRA NOT = SPACE
                           ADD 1 TO WS-FON-J
                           MOVE "A" TO WS-FON-CLAVE(WS-FON-J:1)
                       END-IF
                       MOVE "*" TO WS-FON-ANTERIOR
                   WHEN WS-FON-CODIGO = SPACE
                       CONTINUE
                   WHEN WS-FON-CODIGO NOT = WS-FON-ANTERIOR
                       ADD 1 TO WS-FON-J
                       MOVE WS-FON-CODIGO TO WS-FON-CLAVE(WS-FON-J:1)
                       MOVE WS-FON-CODIGO TO WS-FON-ANTERIOR
               END-EVALUATE
               MOVE WS-FON-LETRA TO WS-FON-PREVIA
           END-PERFORM.

      * CODIGO "*" ES VOCAL O SEPARADOR; ESPACIO ES LETRA MUDA
       CODIFICA-LETRA-FONETICA.
           IF WS-FON-LETRA = WS-FON-PREVIA AND WS-FON-LETRA NOT = "C"
                   AND WS-FON-LETRA NOT = SPACE
               MOVE SPACE TO WS-FON-CODIGO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FON-LETRA
               WHEN "B"
               WHEN "V"
               WHEN "W"
                   MOVE "B" TO WS-FON-CODIGO
               WHEN "C"
                   EVALUATE WS-FON-SIGUE
                       WHEN "H"
                           MOVE "X" TO WS-FON-CODIGO
                       WHEN "E"
                       WHEN "I"
                           MOVE "S" TO WS-FON-CODIGO
                       WHEN OTHER
                           MOVE "K" TO WS-FON-CODIGO
                   END-EVALUATE
               WHEN "G"
                   IF WS-FON-SIGUE = "E" OR WS-FON-SIGUE = "I"
                       MOVE "J" TO WS-FON-CODIGO
                   ELSE
                       MOVE "G" TO WS-FON-CODIGO
                   END-IF
               WHEN "J"
                   MOVE "J" TO WS-FON-CODIGO
               WHEN "K"
               WHEN "Q"
                   MOVE "K" TO WS-FON-CODIGO
               WHEN "L"
                   IF WS-FON-SIGUE = "L"
                       MOVE "Y" TO WS-FON-CODIGO
                   ELSE
                       MOVE "L" TO WS-FON-CODIGO
                   END-IF
               WHEN "Y"
                   MOVE "Y" TO WS-FON-CODIGO
               WHEN "S"
               WHEN "Z"
               WHEN "X"
                   MOVE "S" TO WS-FON-CODIGO
               WHEN "H"
                   MOVE SPACE TO WS-FON-CODIGO
               WHEN "D"
               WHEN "F"
               WHEN "M"
               WHEN "N"
               WHEN "P"
               WHEN "R"
               WHEN "T"
                   MOVE WS-FON-LETRA TO WS-FON-CODIGO
               WHEN OTHER
                   MOVE "*" TO WS-FON-CODIGO
           END-EVALUATE.
