      * CUENTAS BANCARIAS DE NOMINA (CTABANCO.DAT), UNA POR EMP-ID
       CARGA-CUENTAS.
           MOVE 0 TO WS-CT-COUNT
           MOVE "N" TO WS-CT-EOF-SWITCH
           OPEN INPUT CUENTA-BANCO-FILE
           IF WS-CT-STATUS = "00"
               PERFORM UNTIL WS-CT-EOF
                   READ CUENTA-BANCO-FILE
                       AT END
                           SET WS-CT-EOF TO TRUE
                       NOT AT END
                           IF WS-CT-COUNT < 1000
                                   AND CT-EMP-ID NOT = SPACES
                                   AND CT-CUENTA IS NUMERIC
                               ADD 1 TO WS-CT-COUNT
                               MOVE CT-EMP-ID TO
                                   WS-CT-EMP-ID(WS-CT-COUNT)
                               MOVE CT-CUENTA TO
                                   WS-CT-CUENTA(WS-CT-COUNT)
                               IF CT-FECHA-ALTA IS NUMERIC
                                   MOVE CT-FECHA-ALTA TO
                                       WS-CT-FECHA(WS-CT-COUNT)
                               ELSE
                                   MOVE 0 TO WS-CT-FECHA(WS-CT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTA-BANCO-FILE
           END-IF.

      * WS-CT-BUSCADO -> WS-CT-INDICE (0 = SIN CUENTA)
       BUSCA-CUENTA.
           MOVE 0 TO WS-CT-INDICE
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-CT-COUNT
                       OR WS-CT-INDICE > 0
               IF WS-CT-EMP-ID(WS-CT-I) = WS-CT-BUSCADO
                   MOVE WS-CT-I TO WS-CT-INDICE
               END-IF
           END-PERFORM.

       GRABA-CUENTAS.
           OPEN OUTPUT CUENTA-BANCO-FILE
           PERFORM VARYING WS-CT-I FROM 1 BY 1
                   UNTIL WS-CT-I > WS-CT-COUNT
               MOVE SPACES TO CUENTA-BANCO-RECORD
               MOVE WS-CT-EMP-ID(WS-CT-I) TO CT-EMP-ID
               MOVE WS-CT-CUENTA(WS-CT-I) TO CT-CUENTA
               MOVE WS-CT-FECHA(WS-CT-I) TO CT-FECHA-ALTA
               WRITE CUENTA-BANCO-RECORD
           END-PERFORM
           CLOSE CUENTA-BANCO-FILE.
