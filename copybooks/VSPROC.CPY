      * SALDOS DE VACACIONES (VACSALDO.DAT), UNO POR EMP-ID
       CARGA-SALDOS-VACACIONES.
           MOVE 0 TO WS-VS-COUNT
           MOVE "N" TO WS-VS-EOF-SWITCH
           OPEN INPUT VACSALDO-FILE
           IF WS-VS-STATUS = "00"
               PERFORM UNTIL WS-VS-EOF
                   READ VACSALDO-FILE
                       AT END
                           SET WS-VS-EOF TO TRUE
                       NOT AT END
                           IF WS-VS-COUNT < 1000
                                   AND VS-EMP-ID NOT = SPACES
                                   AND VS-OTORGADOS IS NUMERIC
                                   AND VS-TOMADOS IS NUMERIC
                               ADD 1 TO WS-VS-COUNT
                               MOVE VS-EMP-ID TO
                                   WS-VS-EMP-ID(WS-VS-COUNT)
                               MOVE VS-COMPANIA TO
                                   WS-VS-CIA(WS-VS-COUNT)
                               MOVE VS-OTORGADOS TO
                                   WS-VS-OTORGADOS(WS-VS-COUNT)
                               MOVE VS-TOMADOS TO
                                   WS-VS-TOMADOS(WS-VS-COUNT)
                               MOVE VS-ULT-ANIV TO
                                   WS-VS-ULT-ANIV(WS-VS-COUNT)
                               MOVE VS-FECHA-ULT-ANIV TO
                                   WS-VS-FECHA-ANIV(WS-VS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VACSALDO-FILE
           END-IF.

      * WS-VS-BUSCADO -> WS-VS-INDICE (0 = SIN SALDO) Y
      * WS-VS-DISPONIBLE (OTORGADOS MENOS TOMADOS)
       BUSCA-SALDO-VACACIONES.
           MOVE 0 TO WS-VS-INDICE
           MOVE 0 TO WS-VS-DISPONIBLE
           PERFORM VARYING WS-VS-I FROM 1 BY 1
                   UNTIL WS-VS-I > WS-VS-COUNT
                       OR WS-VS-INDICE > 0
               IF WS-VS-EMP-ID(WS-VS-I) = WS-VS-BUSCADO
                   MOVE WS-VS-I TO WS-VS-INDICE
                   COMPUTE WS-VS-DISPONIBLE =
                       WS-VS-OTORGADOS(WS-VS-I)
                       - WS-VS-TOMADOS(WS-VS-I)
               END-IF
           END-PERFORM.

       GRABA-SALDOS-VACACIONES.
           OPEN OUTPUT VACSALDO-FILE
           PERFORM VARYING WS-VS-I FROM 1 BY 1
                   UNTIL WS-VS-I > WS-VS-COUNT
               MOVE SPACES TO VACSALDO-RECORD
               MOVE WS-VS-EMP-ID(WS-VS-I) TO VS-EMP-ID
               MOVE WS-VS-CIA(WS-VS-I) TO VS-COMPANIA
               MOVE WS-VS-OTORGADOS(WS-VS-I) TO VS-OTORGADOS
               MOVE WS-VS-TOMADOS(WS-VS-I) TO VS-TOMADOS
               MOVE WS-VS-ULT-ANIV(WS-VS-I) TO VS-ULT-ANIV
               MOVE WS-VS-FECHA-ANIV(WS-VS-I) TO VS-FECHA-ULT-ANIV
               WRITE VACSALDO-RECORD
           END-PERFORM
           CLOSE VACSALDO-FILE.
