      * TARIFA DE RETENCION (RETENCION.DAT). LA TABLA SE CONSERVA
      * ORDENADA POR FRECUENCIA Y LIMITE INFERIOR.
       CARGA-RETENCIONES.
           MOVE 0 TO WS-RT-COUNT
           MOVE "N" TO WS-RT-EOF-SWITCH
           OPEN INPUT RETENCION-FILE
           IF WS-RT-STATUS = "00"
               PERFORM UNTIL WS-RT-EOF
                   READ RETENCION-FILE
                       AT END
                           SET WS-RT-EOF TO TRUE
                       NOT AT END
                           IF WS-RT-COUNT < 150
                                   AND RT-LIMITE-INF IS NUMERIC
                                   AND RT-CUOTA-FIJA IS NUMERIC
                                   AND RT-TASA IS NUMERIC
                               ADD 1 TO WS-RT-COUNT
                               MOVE RT-FRECUENCIA TO
                                   WS-RT-FREC(WS-RT-COUNT)
                               MOVE RT-LIMITE-INF TO
                                   WS-RT-LIMITE(WS-RT-COUNT)
                               MOVE RT-CUOTA-FIJA TO
                                   WS-RT-CUOTA(WS-RT-COUNT)
                               MOVE RT-TASA TO
                                   WS-RT-TASA(WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCION-FILE
           END-IF.

      * WS-RT-FREC-BUSCADA + WS-RT-LIMITE-BUSCADO -> WS-RT-INDICE
      * (0 = NO EXISTE)
       BUSCA-RETENCION.
           MOVE 0 TO WS-RT-INDICE
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-RT-COUNT
                       OR WS-RT-INDICE > 0
               IF WS-RT-FREC(WS-RT-I) = WS-RT-FREC-BUSCADA
                       AND WS-RT-LIMITE(WS-RT-I) =
                           WS-RT-LIMITE-BUSCADO
                   MOVE WS-RT-I TO WS-RT-INDICE
               END-IF
           END-PERFORM.

      * WS-RT-FREC-BUSCADA + WS-RT-BASE -> WS-RT-IMPUESTO. EL RENGLON
      * ES EL DE MAYOR LIMITE INFERIOR QUE NO EXCEDE LA BASE; SIN
      * RENGLON APLICABLE WS-RT-INDICE QUEDA EN 0 Y NO HAY RETENCION
       CALCULA-RETENCION.
           MOVE 0 TO WS-RT-INDICE
           MOVE 0 TO WS-RT-IMPUESTO
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-RT-COUNT
               IF WS-RT-FREC(WS-RT-I) = WS-RT-FREC-BUSCADA
                       AND WS-RT-LIMITE(WS-RT-I) NOT > WS-RT-BASE
                   IF WS-RT-INDICE = 0
                       MOVE WS-RT-I TO WS-RT-INDICE
                   ELSE
                       IF WS-RT-LIMITE(WS-RT-I) >
                               WS-RT-LIMITE(WS-RT-INDICE)
                           MOVE WS-RT-I TO WS-RT-INDICE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RT-INDICE > 0
               COMPUTE WS-RT-IMPUESTO ROUNDED =
                   WS-RT-CUOTA(WS-RT-INDICE)
                   + (WS-RT-BASE - WS-RT-LIMITE(WS-RT-INDICE))
                     * WS-RT-TASA(WS-RT-INDICE) / 100
           END-IF.

       GRABA-RETENCIONES.
           OPEN OUTPUT RETENCION-FILE
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-RT-COUNT
               MOVE SPACES TO RETENCION-RECORD
               MOVE WS-RT-FREC(WS-RT-I) TO RT-FRECUENCIA
               MOVE WS-RT-LIMITE(WS-RT-I) TO RT-LIMITE-INF
               MOVE WS-RT-CUOTA(WS-RT-I) TO RT-CUOTA-FIJA
               MOVE WS-RT-TASA(WS-RT-I) TO RT-TASA
               WRITE RETENCION-RECORD
           END-PERFORM
           CLOSE RETENCION-FILE.
