      * LA COLA COMPLETA (TODAS LAS COMPANIAS) VIAJA EN MEMORIA; LA
      * REGRABAN EL BARRIDO Y LA FUSION
       CARGA-COLA-DUP.
           MOVE 0 TO WS-DQ-COUNT
           MOVE 0 TO WS-DQ-EXTRA
           MOVE "N" TO WS-DQ-EOF-SWITCH
           OPEN INPUT DUPCOLA-FILE
           IF WS-DQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DQ-EOF
               READ DUPCOLA-FILE
                   AT END
                       SET WS-DQ-EOF TO TRUE
                   NOT AT END
                       IF WS-DQ-COUNT < 5000
                           ADD 1 TO WS-DQ-COUNT
                           IF DQ-COMPANIA = SPACES
                               MOVE "01" TO DQ-COMPANIA
                           END-IF
                           MOVE DQ-ID-A TO WS-DQ-ID-A(WS-DQ-COUNT)
                           MOVE DQ-ID-B TO WS-DQ-ID-B(WS-DQ-COUNT)
                           MOVE DQ-COMPANIA TO WS-DQ-CIA(WS-DQ-COUNT)
                           MOVE DQ-ESTATUS TO WS-DQ-EST(WS-DQ-COUNT)
                           MOVE "N" TO WS-DQ-VISTO(WS-DQ-COUNT)
                           MOVE DUPCOLA-RECORD TO
                               WS-DQ-REG(WS-DQ-COUNT)
                       ELSE
                           ADD 1 TO WS-DQ-EXTRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUPCOLA-FILE
           IF WS-DQ-EXTRA > 0
               DISPLAY "AVISO: " WS-DQ-EXTRA " PARES DE DUPCOLA.DAT "
                   "MAS ALLA DEL TOPE EN MEMORIA (5000) NO SE "
                   "CONSIDERARON"
           END-IF.

       GRABA-COLA-DUP.
           OPEN OUTPUT DUPCOLA-FILE
           PERFORM VARYING WS-DQ-I FROM 1 BY 1
                   UNTIL WS-DQ-I > WS-DQ-COUNT
               MOVE WS-DQ-REG(WS-DQ-I) TO DUPCOLA-RECORD
               WRITE DUPCOLA-RECORD
           END-PERFORM
           CLOSE DUPCOLA-FILE.

      * DEJA EN WS-DQ-INDICE EL PAR WS-DQ-BUSCA-A/WS-DQ-BUSCA-B EN
      * CUALQUIER ORDEN Y ESTATUS, O CERO
       BUSCA-PAR-DUP.
           MOVE 0 TO WS-DQ-INDICE
           PERFORM VARYING WS-DQ-I FROM 1 BY 1
                   UNTIL WS-DQ-I > WS-DQ-COUNT OR WS-DQ-INDICE > 0
               IF (WS-DQ-ID-A(WS-DQ-I) = WS-DQ-BUSCA-A
                       AND WS-DQ-ID-B(WS-DQ-I) = WS-DQ-BUSCA-B)
                   OR (WS-DQ-ID-A(WS-DQ-I) = WS-DQ-BUSCA-B
                       AND WS-DQ-ID-B(WS-DQ-I) = WS-DQ-BUSCA-A)
                   MOVE WS-DQ-I TO WS-DQ-INDICE
               END-IF
           END-PERFORM.
