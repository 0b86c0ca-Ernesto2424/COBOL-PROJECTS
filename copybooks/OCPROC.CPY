      * ORDENES DE COMPRA (ORDCOMP.DAT). CARGA-ORDENES-COMPRA DEJA EN
      * WS-OC-SIG-NUMERO EL SIGUIENTE NUMERO LIBRE.
       CARGA-ORDENES-COMPRA.
           MOVE 0 TO WS-OC-COUNT
           MOVE 1 TO WS-OC-SIG-NUMERO
           MOVE "N" TO WS-OC-EOF-SWITCH
           OPEN INPUT ORDCOMP-FILE
           IF WS-OC-STATUS = "00"
               PERFORM UNTIL WS-OC-EOF
                   READ ORDCOMP-FILE
                       AT END
                           SET WS-OC-EOF TO TRUE
                       NOT AT END
                           IF WS-OC-COUNT < 2000
                                   AND OC-NUMERO IS NUMERIC
                               ADD 1 TO WS-OC-COUNT
                               MOVE OC-NUMERO TO
                                   WS-OC-NUMERO(WS-OC-COUNT)
                               MOVE OC-PARTIDA TO
                                   WS-OC-PARTIDA(WS-OC-COUNT)
                               MOVE OC-PROVEEDOR TO
                                   WS-OC-PROVEEDOR(WS-OC-COUNT)
                               MOVE OC-FECHA TO
                                   WS-OC-FECHA(WS-OC-COUNT)
                               MOVE OC-FECHA-PROMESA TO
                                   WS-OC-PROMESA(WS-OC-COUNT)
                               MOVE OC-CODIGO TO
                                   WS-OC-CODIGO(WS-OC-COUNT)
                               MOVE OC-CANTIDAD TO
                                   WS-OC-CANTIDAD(WS-OC-COUNT)
                               MOVE OC-RECIBIDA TO
                                   WS-OC-RECIBIDA(WS-OC-COUNT)
                               MOVE OC-ESTATUS TO
                                   WS-OC-ESTATUS(WS-OC-COUNT)
                               IF OC-NUMERO >= WS-OC-SIG-NUMERO
                                   COMPUTE WS-OC-SIG-NUMERO =
                                       OC-NUMERO + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDCOMP-FILE
           END-IF.

      * PARTIDA ABIERTA DE LA ORDEN WS-OC-NUMERO-BUSCADO PARA EL
      * PRODUCTO WS-OC-CODIGO-BUSCADO -> WS-OC-INDICE (0 = NINGUNA)
       BUSCA-PARTIDA-OC.
           MOVE 0 TO WS-OC-INDICE
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-OC-COUNT
                       OR WS-OC-INDICE > 0
               IF WS-OC-NUMERO(WS-OC-I) = WS-OC-NUMERO-BUSCADO
                       AND WS-OC-CODIGO(WS-OC-I) =
                           WS-OC-CODIGO-BUSCADO
                       AND WS-OC-ESTATUS(WS-OC-I) = "A"
                   MOVE WS-OC-I TO WS-OC-INDICE
               END-IF
           END-PERFORM.

      * UNIDADES PEDIDAS Y AUN NO RECIBIDAS DE WS-OC-CODIGO-BUSCADO
      * EN TODAS LAS ORDENES ABIERTAS -> WS-OC-POR-RECIBIR
       SUMA-POR-RECIBIR-OC.
           MOVE 0 TO WS-OC-POR-RECIBIR
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-OC-COUNT
               IF WS-OC-CODIGO(WS-OC-I) = WS-OC-CODIGO-BUSCADO
                       AND WS-OC-ESTATUS(WS-OC-I) = "A"
                       AND WS-OC-CANTIDAD(WS-OC-I) >
                           WS-OC-RECIBIDA(WS-OC-I)
                   COMPUTE WS-OC-POR-RECIBIR = WS-OC-POR-RECIBIR
                       + WS-OC-CANTIDAD(WS-OC-I)
                       - WS-OC-RECIBIDA(WS-OC-I)
               END-IF
           END-PERFORM.

       GRABA-ORDENES-COMPRA.
           OPEN OUTPUT ORDCOMP-FILE
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-OC-COUNT
               MOVE SPACES TO ORDCOMP-RECORD
               MOVE WS-OC-NUMERO(WS-OC-I) TO OC-NUMERO
               MOVE WS-OC-PARTIDA(WS-OC-I) TO OC-PARTIDA
               MOVE WS-OC-PROVEEDOR(WS-OC-I) TO OC-PROVEEDOR
               MOVE WS-OC-FECHA(WS-OC-I) TO OC-FECHA
               MOVE WS-OC-PROMESA(WS-OC-I) TO OC-FECHA-PROMESA
               MOVE WS-OC-CODIGO(WS-OC-I) TO OC-CODIGO
               MOVE WS-OC-CANTIDAD(WS-OC-I) TO OC-CANTIDAD
               MOVE WS-OC-RECIBIDA(WS-OC-I) TO OC-RECIBIDA
               MOVE WS-OC-ESTATUS(WS-OC-I) TO OC-ESTATUS
               WRITE ORDCOMP-RECORD
           END-PERFORM
           CLOSE ORDCOMP-FILE.
