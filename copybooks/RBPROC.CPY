      * SALDOS A FAVOR: CADA RENGLON DE REEMBOLSO.DAT ES LA DECISION
      * DE UN SUPERVISOR SOBRE EL SALDO A FAVOR DE UN CLIENTE EN UN
      * PERIODO (AAAAMM): D = DEVOLVER (TESORERIA PAGA), K = CONSERVAR
      * COMO CREDITO, T = TRASPASAR A OTRA CUENTA DEL MISMO CLIENTE
      * (RB-DESTINO). ESTATUS A = APROBADO, POR POSTEAR; P = POSTEADO
      * (FECHA DE POSTEO); N = SIN MOVIMIENTO (SE CONSERVA)
       CARGA-REEMBOLSOS.
           MOVE 0 TO WS-RB-COUNT
           MOVE 0 TO WS-RB-EXTRA
           MOVE "N" TO WS-RB-EOF-SWITCH
           OPEN INPUT REEMBOLSO-FILE
           IF WS-RB-STATUS = "00"
               PERFORM UNTIL WS-RB-EOF
                   READ REEMBOLSO-FILE
                       AT END
                           SET WS-RB-EOF TO TRUE
                       NOT AT END
                           IF RB-MONTO IS NUMERIC
                               IF WS-RB-COUNT < 2000
                                   ADD 1 TO WS-RB-COUNT
                                   PERFORM CARGA-RENGLON-REEMBOLSO
                               ELSE
                                   ADD 1 TO WS-RB-EXTRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REEMBOLSO-FILE
           END-IF
           IF WS-RB-EXTRA > 0
               DISPLAY "AVISO: " WS-RB-EXTRA " DECISIONES DE SALDO A "
                   "FAVOR MAS ALLA DEL TOPE EN MEMORIA (2000) NO SE "
                   "CONSIDERAN"
           END-IF.

       CARGA-RENGLON-REEMBOLSO.
           MOVE RB-CLIENTE-ID TO WS-RB-ID(WS-RB-COUNT)
           MOVE RB-COMPANIA TO WS-RB-CIA(WS-RB-COUNT)
           IF RB-COMPANIA = SPACES
               MOVE "01" TO WS-RB-CIA(WS-RB-COUNT)
           END-IF
           MOVE RB-MONTO TO WS-RB-MONTO(WS-RB-COUNT)
           MOVE RB-DECISION TO WS-RB-DECISION(WS-RB-COUNT)
           MOVE RB-DESTINO TO WS-RB-DESTINO(WS-RB-COUNT)
           MOVE RB-SUPERVISOR TO WS-RB-SUPERV(WS-RB-COUNT)
           MOVE RB-ESTATUS TO WS-RB-ESTATUS(WS-RB-COUNT)
           MOVE 0 TO WS-RB-PERIODO(WS-RB-COUNT)
           MOVE 0 TO WS-RB-FDEC(WS-RB-COUNT)
           MOVE 0 TO WS-RB-FPOST(WS-RB-COUNT)
           IF RB-PERIODO IS NUMERIC
               MOVE RB-PERIODO TO WS-RB-PERIODO(WS-RB-COUNT)
           END-IF
           IF RB-FECHA-DEC IS NUMERIC
               MOVE RB-FECHA-DEC TO WS-RB-FDEC(WS-RB-COUNT)
           END-IF
           IF RB-FECHA-POST IS NUMERIC
               MOVE RB-FECHA-POST TO WS-RB-FPOST(WS-RB-COUNT)
           END-IF.

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA
       GRABA-REEMBOLSOS.
           OPEN OUTPUT REEMBOLSO-FILE
           PERFORM VARYING WS-RB-I FROM 1 BY 1
                   UNTIL WS-RB-I > WS-RB-COUNT
               MOVE SPACES TO REEMBOLSO-RECORD
               MOVE WS-RB-ID(WS-RB-I) TO RB-CLIENTE-ID
               MOVE WS-RB-CIA(WS-RB-I) TO RB-COMPANIA
               MOVE WS-RB-PERIODO(WS-RB-I) TO RB-PERIODO
               MOVE WS-RB-MONTO(WS-RB-I) TO RB-MONTO
               MOVE WS-RB-DECISION(WS-RB-I) TO RB-DECISION
               MOVE WS-RB-DESTINO(WS-RB-I) TO RB-DESTINO
               MOVE WS-RB-SUPERV(WS-RB-I) TO RB-SUPERVISOR
               MOVE WS-RB-FDEC(WS-RB-I) TO RB-FECHA-DEC
               MOVE WS-RB-ESTATUS(WS-RB-I) TO RB-ESTATUS
               MOVE WS-RB-FPOST(WS-RB-I) TO RB-FECHA-POST
               WRITE REEMBOLSO-RECORD
           END-PERFORM
           CLOSE REEMBOLSO-FILE.

      * LOCALIZA LA DECISION DEL CLIENTE WS-RB-ID-BUSCADO PARA EL
      * PERIODO WS-RB-PERIODO-BUSCADO EN LA COMPANIA ACTUAL;
      * WS-RB-INDICE QUEDA EN 0 SI AUN NO SE DECIDE
       BUSCA-REEMBOLSO.
           MOVE 0 TO WS-RB-INDICE
           PERFORM VARYING WS-RB-I FROM 1 BY 1
                   UNTIL WS-RB-I > WS-RB-COUNT
                       OR WS-RB-INDICE > 0
               IF WS-RB-ID(WS-RB-I) = WS-RB-ID-BUSCADO
                       AND WS-RB-PERIODO(WS-RB-I) =
                           WS-RB-PERIODO-BUSCADO
                       AND WS-RB-CIA(WS-RB-I) = WS-CIA-ACTUAL
                   MOVE WS-RB-I TO WS-RB-INDICE
               END-IF
           END-PERFORM.
