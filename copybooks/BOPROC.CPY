      * PENDIENTES DE SURTIR (BACKORD.DAT), EN EL ORDEN DEL ARCHIVO,
      * QUE ES EL DE CAPTURA: EL PRIMERO ES EL MAS ANTIGUO. SI NO
      * CABEN TODOS QUEDA WS-BO-LLENA Y EL ARCHIVO NO SE DEBE REGRABAR.
       CARGA-PENDIENTES.
           MOVE 0 TO WS-BO-COUNT
           MOVE "N" TO WS-BO-LLENA-SWITCH
           MOVE "N" TO WS-BO-EOF-SWITCH
           OPEN INPUT PENDIENTES-FILE
           IF WS-BO-STATUS = "00"
               PERFORM UNTIL WS-BO-EOF
                   READ PENDIENTES-FILE
                       AT END
                           SET WS-BO-EOF TO TRUE
                       NOT AT END
                           IF WS-BO-COUNT >= 2000
                               SET WS-BO-LLENA TO TRUE
                           END-IF
                           IF WS-BO-COUNT < 2000
                                   AND BO-PEDIDO IS NUMERIC
                               ADD 1 TO WS-BO-COUNT
                               MOVE BO-PEDIDO TO
                                   WS-BO-PEDIDO(WS-BO-COUNT)
                               MOVE BO-PARTIDA TO
                                   WS-BO-PARTIDA(WS-BO-COUNT)
                               MOVE BO-FECHA TO
                                   WS-BO-FECHA(WS-BO-COUNT)
                               MOVE BO-CLIENTE-ID TO
                                   WS-BO-CLIENTE(WS-BO-COUNT)
                               MOVE BO-COMPANIA TO
                                   WS-BO-CIA(WS-BO-COUNT)
                               MOVE BO-CODIGO TO
                                   WS-BO-CODIGO(WS-BO-COUNT)
                               MOVE BO-CANTIDAD TO
                                   WS-BO-CANTIDAD(WS-BO-COUNT)
                               MOVE BO-SURTIDA TO
                                   WS-BO-SURTIDA(WS-BO-COUNT)
                               MOVE BO-PRECIO TO
                                   WS-BO-PRECIO(WS-BO-COUNT)
                               MOVE BO-CLASE-IMP TO
                                   WS-BO-CLASE(WS-BO-COUNT)
                               MOVE BO-TASA TO
                                   WS-BO-TASA(WS-BO-COUNT)
                               MOVE BO-ESTATUS TO
                                   WS-BO-ESTATUS(WS-BO-COUNT)
                               MOVE BO-FECHA-SURTIDO TO
                                   WS-BO-FEC-SURT(WS-BO-COUNT)
                               MOVE BO-VENDEDOR TO
                                   WS-BO-VENDEDOR(WS-BO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDIENTES-FILE
           END-IF.

      * UNIDADES AUN NO SURTIDAS DE WS-BO-CODIGO-BUSCADO EN TODAS LAS
      * PARTIDAS ABIERTAS -> WS-BO-POR-SURTIR
       SUMA-POR-SURTIR-BO.
           MOVE 0 TO WS-BO-POR-SURTIR
           PERFORM VARYING WS-BO-I FROM 1 BY 1
                   UNTIL WS-BO-I > WS-BO-COUNT
               IF WS-BO-CODIGO(WS-BO-I) = WS-BO-CODIGO-BUSCADO
                       AND WS-BO-ESTATUS(WS-BO-I) = "A"
                       AND WS-BO-CANTIDAD(WS-BO-I) >
                           WS-BO-SURTIDA(WS-BO-I)
                   COMPUTE WS-BO-POR-SURTIR = WS-BO-POR-SURTIR
                       + WS-BO-CANTIDAD(WS-BO-I)
                       - WS-BO-SURTIDA(WS-BO-I)
               END-IF
           END-PERFORM.

       GRABA-PENDIENTES.
           OPEN OUTPUT PENDIENTES-FILE
           PERFORM VARYING WS-BO-I FROM 1 BY 1
                   UNTIL WS-BO-I > WS-BO-COUNT
               MOVE SPACES TO PENDIENTE-RECORD
               MOVE WS-BO-PEDIDO(WS-BO-I) TO BO-PEDIDO
               MOVE WS-BO-PARTIDA(WS-BO-I) TO BO-PARTIDA
               MOVE WS-BO-FECHA(WS-BO-I) TO BO-FECHA
               MOVE WS-BO-CLIENTE(WS-BO-I) TO BO-CLIENTE-ID
               MOVE WS-BO-CIA(WS-BO-I) TO BO-COMPANIA
               MOVE WS-BO-CODIGO(WS-BO-I) TO BO-CODIGO
               MOVE WS-BO-CANTIDAD(WS-BO-I) TO BO-CANTIDAD
               MOVE WS-BO-SURTIDA(WS-BO-I) TO BO-SURTIDA
               MOVE WS-BO-PRECIO(WS-BO-I) TO BO-PRECIO
               MOVE WS-BO-CLASE(WS-BO-I) TO BO-CLASE-IMP
               MOVE WS-BO-TASA(WS-BO-I) TO BO-TASA
               MOVE WS-BO-ESTATUS(WS-BO-I) TO BO-ESTATUS
               MOVE WS-BO-FEC-SURT(WS-BO-I) TO BO-FECHA-SURTIDO
               MOVE WS-BO-VENDEDOR(WS-BO-I) TO BO-VENDEDOR
               WRITE PENDIENTE-RECORD
           END-PERFORM
           CLOSE PENDIENTES-FILE.
