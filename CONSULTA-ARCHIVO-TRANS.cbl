                   ADD 1 TO WS-CONT-MOVS
                   EVALUATE TRANS-TIPO
                       WHEN "C"
                       WHEN "F"
                       WHEN "E"
                           ADD TRANS-MONTO TO WS-TOTAL-CARGOS
                           ADD TRANS-MONTO TO WS-NETO
                       WHEN "A"
                       WHEN "W"
                           ADD TRANS-MONTO TO WS-TOTAL-ABONOS
                           SUBTRACT TRANS-MONTO FROM WS-NETO
                       WHEN OTHER
