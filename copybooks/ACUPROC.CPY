      * ACUMULADOS ANUALES DE NOMINA (NOMACUM.DAT)
       CARGA-ACUMULADOS.
           MOVE 0 TO WS-NA-COUNT
           MOVE "N" TO WS-NA-EOF-SWITCH
           OPEN INPUT ACUMULADO-FILE
           IF WS-NA-STATUS = "00"
               PERFORM UNTIL WS-NA-EOF
                   READ ACUMULADO-FILE
                       AT END
                           SET WS-NA-EOF TO TRUE
                       NOT AT END
                           IF WS-NA-COUNT < 5000
                                   AND NA-EMP-ID NOT = SPACES
                                   AND NA-ANIO IS NUMERIC
                               ADD 1 TO WS-NA-COUNT
                               MOVE NA-EMP-ID TO
                                   WS-NA-EMP-ID(WS-NA-COUNT)
                               MOVE NA-COMPANIA TO
                                   WS-NA-CIA(WS-NA-COUNT)
                               MOVE NA-ANIO TO
                                   WS-NA-ANIO(WS-NA-COUNT)
                               MOVE NA-BRUTO TO
                                   WS-NA-BRUTO(WS-NA-COUNT)
                               MOVE NA-DEDUCCION TO
                                   WS-NA-DED(WS-NA-COUNT)
                               MOVE NA-RETENCION TO
                                   WS-NA-RET(WS-NA-COUNT)
                               MOVE NA-NETO TO
                                   WS-NA-NETO(WS-NA-COUNT)
                               MOVE NA-NOMINAS TO
                                   WS-NA-NOMINAS(WS-NA-COUNT)
                               MOVE NA-ULT-PERIODO TO
                                   WS-NA-ULT-PER(WS-NA-COUNT)
                               MOVE NA-ULT-FRECUENCIA TO
                                   WS-NA-ULT-FREC(WS-NA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUMULADO-FILE
           END-IF.

      * WS-NA-EMP-BUSCADO + WS-NA-CIA-BUSCADA + WS-NA-ANIO-BUSCADO
      * -> WS-NA-INDICE (0 = SIN ACUMULADO)
       BUSCA-ACUMULADO.
           MOVE 0 TO WS-NA-INDICE
           PERFORM VARYING WS-NA-I FROM 1 BY 1
                   UNTIL WS-NA-I > WS-NA-COUNT
                       OR WS-NA-INDICE > 0
               IF WS-NA-EMP-ID(WS-NA-I) = WS-NA-EMP-BUSCADO
                       AND WS-NA-CIA(WS-NA-I) = WS-NA-CIA-BUSCADA
                       AND WS-NA-ANIO(WS-NA-I) = WS-NA-ANIO-BUSCADO
                   MOVE WS-NA-I TO WS-NA-INDICE
               END-IF
           END-PERFORM.

       GRABA-ACUMULADOS.
           OPEN OUTPUT ACUMULADO-FILE
           PERFORM VARYING WS-NA-I FROM 1 BY 1
                   UNTIL WS-NA-I > WS-NA-COUNT
               MOVE SPACES TO ACUMULADO-RECORD
               MOVE WS-NA-EMP-ID(WS-NA-I) TO NA-EMP-ID
               MOVE WS-NA-CIA(WS-NA-I) TO NA-COMPANIA
               MOVE WS-NA-ANIO(WS-NA-I) TO NA-ANIO
               MOVE WS-NA-BRUTO(WS-NA-I) TO NA-BRUTO
               MOVE WS-NA-DED(WS-NA-I) TO NA-DEDUCCION
               MOVE WS-NA-RET(WS-NA-I) TO NA-RETENCION
               MOVE WS-NA-NETO(WS-NA-I) TO NA-NETO
               MOVE WS-NA-NOMINAS(WS-NA-I) TO NA-NOMINAS
               MOVE WS-NA-ULT-PER(WS-NA-I) TO NA-ULT-PERIODO
               MOVE WS-NA-ULT-FREC(WS-NA-I) TO NA-ULT-FRECUENCIA
               WRITE ACUMULADO-RECORD
           END-PERFORM
           CLOSE ACUMULADO-FILE.
