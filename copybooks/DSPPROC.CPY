      * PARTIDAS ENVIADAS AL DEPOSITO (DESPACHO.DAT) EN EL ORDEN DEL
      * ARCHIVO, QUE ES EL DE ENVIO. SI NO CABEN TODAS QUEDA
      * WS-DSP-LLENA Y EL ARCHIVO NO SE DEBE REGRABAR. DEJA EN
      * WS-DSP-SEQ-MAX LA MAYOR SECUENCIA USADA
       CARGA-DESPACHOS.
           MOVE 0 TO WS-DSP-COUNT
           MOVE 0 TO WS-DSP-SEQ-MAX
           MOVE "N" TO WS-DSP-LLENA-SWITCH
           MOVE "N" TO WS-DSP-EOF-SWITCH
           OPEN INPUT DESPACHO-FILE
           IF WS-DSP-STATUS = "00"
               PERFORM UNTIL WS-DSP-EOF
                   READ DESPACHO-FILE
                       AT END
                           SET WS-DSP-EOF TO TRUE
                       NOT AT END
                           IF DSP-SECUENCIA IS NUMERIC
                                   AND DSP-SECUENCIA > WS-DSP-SEQ-MAX
                               MOVE DSP-SECUENCIA TO WS-DSP-SEQ-MAX
                           END-IF
                           IF WS-DSP-COUNT >= 2000
                               SET WS-DSP-LLENA TO TRUE
                           END-IF
                           IF WS-DSP-COUNT < 2000
                                   AND DSP-SECUENCIA IS NUMERIC
                               ADD 1 TO WS-DSP-COUNT
                               MOVE DSP-SECUENCIA TO
                                   WS-DSP-SECUENCIA(WS-DSP-COUNT)
                               MOVE DSP-PEDIDO TO
                                   WS-DSP-PEDIDO(WS-DSP-COUNT)
                               MOVE DSP-PARTIDA TO
                                   WS-DSP-PARTIDA(WS-DSP-COUNT)
                               MOVE DSP-FECHA TO
                                   WS-DSP-FECHA(WS-DSP-COUNT)
                               MOVE DSP-CLIENTE-ID TO
                                   WS-DSP-CLIENTE(WS-DSP-COUNT)
                               MOVE DSP-COMPANIA TO
                                   WS-DSP-CIA(WS-DSP-COUNT)
                               MOVE DSP-CODIGO TO
                                   WS-DSP-CODIGO(WS-DSP-COUNT)
                               MOVE DSP-CANTIDAD TO
                                   WS-DSP-CANTIDAD(WS-DSP-COUNT)
                               MOVE DSP-ESTADO TO
                                   WS-DSP-ESTADO(WS-DSP-COUNT)
                               MOVE DSP-FECHA-EMBARQUE TO
                                   WS-DSP-FEC-EMB(WS-DSP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESPACHO-FILE
           END-IF.

      * UNIDADES DE WS-DSP-CODIGO-BUSCADO YA COMPROMETIDAS CON EL
      * DEPOSITO Y AUN SIN CONFIRMAR -> WS-DSP-COMPROMETIDO. LA
      * EXISTENCIA DE INVENTARIO.DAT TODAVIA LAS INCLUYE
       SUMA-COMPROMETIDO-DSP.
           MOVE 0 TO WS-DSP-COMPROMETIDO
           PERFORM VARYING WS-DSP-I FROM 1 BY 1
                   UNTIL WS-DSP-I > WS-DSP-COUNT
               IF WS-DSP-CODIGO(WS-DSP-I) = WS-DSP-CODIGO-BUSCADO
                       AND WS-DSP-ESTADO(WS-DSP-I) = "E"
                   ADD WS-DSP-CANTIDAD(WS-DSP-I) TO
                       WS-DSP-COMPROMETIDO
               END-IF
           END-PERFORM.

       CALCULA-CHECKSUM-DSP.
           MOVE 0 TO WS-DSP-SUMA-CHECKSUM
           PERFORM VARYING WS-DSP-INDICE FROM 1 BY 1
                   UNTIL WS-DSP-INDICE > 11
               ADD FUNCTION ORD(WS-DSP-M-CHARS(WS-DSP-INDICE))
                   TO WS-DSP-SUMA-CHECKSUM
           END-PERFORM
           COMPUTE WS-DSP-CHECKSUM =
               FUNCTION MOD(WS-DSP-SUMA-CHECKSUM, 99).

       GRABA-DESPACHOS.
           OPEN OUTPUT DESPACHO-FILE
           PERFORM VARYING WS-DSP-I FROM 1 BY 1
                   UNTIL WS-DSP-I > WS-DSP-COUNT
               MOVE SPACES TO DESPACHO-RECORD
               MOVE WS-DSP-SECUENCIA(WS-DSP-I) TO DSP-SECUENCIA
               MOVE WS-DSP-PEDIDO(WS-DSP-I) TO DSP-PEDIDO
               MOVE WS-DSP-PARTIDA(WS-DSP-I) TO DSP-PARTIDA
               MOVE WS-DSP-FECHA(WS-DSP-I) TO DSP-FECHA
               MOVE WS-DSP-CLIENTE(WS-DSP-I) TO DSP-CLIENTE-ID
               MOVE WS-DSP-CIA(WS-DSP-I) TO DSP-COMPANIA
               MOVE WS-DSP-CODIGO(WS-DSP-I) TO DSP-CODIGO
               MOVE WS-DSP-CANTIDAD(WS-DSP-I) TO DSP-CANTIDAD
               MOVE WS-DSP-ESTADO(WS-DSP-I) TO DSP-ESTADO
               MOVE WS-DSP-FEC-EMB(WS-DSP-I) TO DSP-FECHA-EMBARQUE
               WRITE DESPACHO-RECORD
           END-PERFORM
           CLOSE DESPACHO-FILE.
