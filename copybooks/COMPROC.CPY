      * COMISIONES APROBADAS (COMISION.DAT)
       CARGA-COMISIONES.
           MOVE 0 TO WS-CO-COUNT
           MOVE "N" TO WS-CO-EOF-SWITCH
           OPEN INPUT COMISION-FILE
           IF WS-CO-STATUS = "00"
               PERFORM UNTIL WS-CO-EOF
                   READ COMISION-FILE
                       AT END
                           SET WS-CO-EOF TO TRUE
                       NOT AT END
                           IF WS-CO-COUNT < 3000
                                   AND CO-EMP-ID NOT = SPACES
                                   AND CO-VENTAS IS NUMERIC
                                   AND CO-NETO IS NUMERIC
                               ADD 1 TO WS-CO-COUNT
                               MOVE CO-EMP-ID TO
                                   WS-CO-EMP-ID(WS-CO-COUNT)
                               MOVE CO-COMPANIA TO
                                   WS-CO-CIA(WS-CO-COUNT)
                               MOVE CO-PERIODO TO
                                   WS-CO-PERIODO(WS-CO-COUNT)
                               MOVE CO-VENTAS TO
                                   WS-CO-VENTAS(WS-CO-COUNT)
                               MOVE CO-COMISION TO
                                   WS-CO-COMISION(WS-CO-COUNT)
                               MOVE CO-RECUPERADO TO
                                   WS-CO-RECUPERADO(WS-CO-COUNT)
                               MOVE CO-NETO TO
                                   WS-CO-NETO(WS-CO-COUNT)
                               MOVE CO-ESTATUS TO
                                   WS-CO-ESTATUS(WS-CO-COUNT)
                               MOVE CO-FECHA-APROB TO
                                   WS-CO-FEC-APROB(WS-CO-COUNT)
                               MOVE CO-APROBADOR TO
                                   WS-CO-APROBADOR(WS-CO-COUNT)
                               MOVE CO-PERIODO-PAGO TO
                                   WS-CO-PER-PAGO(WS-CO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMISION-FILE
           END-IF.

      * WS-CO-EMP-BUSCADO + WS-CO-CIA-BUSCADA + WS-CO-PERIODO-BUSCADO
      * -> WS-CO-INDICE (0 = EL MES NO TIENE COMISION APROBADA)
       BUSCA-COMISION.
           MOVE 0 TO WS-CO-INDICE
           PERFORM VARYING WS-CO-I FROM 1 BY 1
                   UNTIL WS-CO-I > WS-CO-COUNT
                       OR WS-CO-INDICE > 0
               IF WS-CO-EMP-ID(WS-CO-I) = WS-CO-EMP-BUSCADO
                       AND WS-CO-CIA(WS-CO-I) = WS-CO-CIA-BUSCADA
                       AND WS-CO-PERIODO(WS-CO-I) =
                           WS-CO-PERIODO-BUSCADO
                   MOVE WS-CO-I TO WS-CO-INDICE
               END-IF
           END-PERFORM.

       GRABA-COMISIONES.
           OPEN OUTPUT COMISION-FILE
           PERFORM VARYING WS-CO-I FROM 1 BY 1
                   UNTIL WS-CO-I > WS-CO-COUNT
               MOVE SPACES TO COMISION-RECORD
               MOVE WS-CO-EMP-ID(WS-CO-I) TO CO-EMP-ID
               MOVE WS-CO-CIA(WS-CO-I) TO CO-COMPANIA
               MOVE WS-CO-PERIODO(WS-CO-I) TO CO-PERIODO
               MOVE WS-CO-VENTAS(WS-CO-I) TO CO-VENTAS
               MOVE WS-CO-COMISION(WS-CO-I) TO CO-COMISION
               MOVE WS-CO-RECUPERADO(WS-CO-I) TO CO-RECUPERADO
               MOVE WS-CO-NETO(WS-CO-I) TO CO-NETO
               MOVE WS-CO-ESTATUS(WS-CO-I) TO CO-ESTATUS
               MOVE WS-CO-FEC-APROB(WS-CO-I) TO CO-FECHA-APROB
               MOVE WS-CO-APROBADOR(WS-CO-I) TO CO-APROBADOR
               MOVE WS-CO-PER-PAGO(WS-CO-I) TO CO-PERIODO-PAGO
               WRITE COMISION-RECORD
           END-PERFORM
           CLOSE COMISION-FILE.
