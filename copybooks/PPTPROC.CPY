      * PRESUPUESTO POR DEPARTAMENTO (PRESUP.DAT). LA TABLA SE
      * CONSERVA ORDENADA POR COMPANIA, ANIO Y DEPARTAMENTO.
       CARGA-PRESUPUESTO.
           MOVE 0 TO WS-PT-COUNT
           MOVE "N" TO WS-PT-EOF-SWITCH
           OPEN INPUT PRESUP-FILE
           IF WS-PT-STATUS = "00"
               PERFORM UNTIL WS-PT-EOF
                   READ PRESUP-FILE
                       AT END
                           SET WS-PT-EOF TO TRUE
                       NOT AT END
                           IF WS-PT-COUNT < 600
                                   AND PT-ANIO IS NUMERIC
                               ADD 1 TO WS-PT-COUNT
                               MOVE PT-COMPANIA TO
                                   WS-PT-CIA(WS-PT-COUNT)
                               MOVE PT-DEPTO TO
                                   WS-PT-DEPTO(WS-PT-COUNT)
                               MOVE PT-ANIO TO
                                   WS-PT-ANIO(WS-PT-COUNT)
                               PERFORM VARYING WS-PT-M FROM 1 BY 1
                                       UNTIL WS-PT-M > 12
                                   IF PT-MES(WS-PT-M) IS NUMERIC
                                       MOVE PT-MES(WS-PT-M) TO
                                           WS-PT-MES(WS-PT-COUNT,
                                               WS-PT-M)
                                   ELSE
                                       MOVE 0 TO
                                           WS-PT-MES(WS-PT-COUNT,
                                               WS-PT-M)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUP-FILE
           END-IF.

      * WS-PT-CIA-BUSCADA + WS-PT-DEPTO-BUSCADO + WS-PT-ANIO-BUSCADO
      * -> WS-PT-INDICE (0 = SIN PRESUPUESTO)
       BUSCA-PRESUPUESTO.
           MOVE 0 TO WS-PT-INDICE
           PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-PT-COUNT
                       OR WS-PT-INDICE > 0
               IF WS-PT-CIA(WS-PT-I) = WS-PT-CIA-BUSCADA
                       AND WS-PT-DEPTO(WS-PT-I) = WS-PT-DEPTO-BUSCADO
                       AND WS-PT-ANIO(WS-PT-I) = WS-PT-ANIO-BUSCADO
                   MOVE WS-PT-I TO WS-PT-INDICE
               END-IF
           END-PERFORM.

       GRABA-PRESUPUESTO.
           OPEN OUTPUT PRESUP-FILE
           PERFORM VARYING WS-PT-I FROM 1 BY 1
                   UNTIL WS-PT-I > WS-PT-COUNT
               MOVE SPACES TO PRESUP-RECORD
               MOVE WS-PT-CIA(WS-PT-I) TO PT-COMPANIA
               MOVE WS-PT-DEPTO(WS-PT-I) TO PT-DEPTO
               MOVE WS-PT-ANIO(WS-PT-I) TO PT-ANIO
               PERFORM VARYING WS-PT-M FROM 1 BY 1
                       UNTIL WS-PT-M > 12
                   MOVE WS-PT-MES(WS-PT-I, WS-PT-M) TO PT-MES(WS-PT-M)
               END-PERFORM
               WRITE PRESUP-RECORD
           END-PERFORM
           CLOSE PRESUP-FILE.
