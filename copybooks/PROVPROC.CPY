      * MAESTRO DE PROVEEDORES (PROVEEDOR.DAT: CODIGO, NOMBRE,
      * CONTACTO, TELEFONO, DIAS DE ENTREGA, ACTIVO). LOS CODIGOS SE
      * DESACTIVAN, NUNCA SE BORRAN, PORQUE LAS ORDENES DE COMPRA Y
      * EL CATALOGO LOS SIGUEN CITANDO.
       CARGA-PROVEEDORES.
           MOVE 0 TO WS-PV-COUNT
           MOVE "N" TO WS-PV-EOF-SWITCH
           OPEN INPUT PROVEEDOR-FILE
           IF WS-PV-STATUS = "00"
               PERFORM UNTIL WS-PV-EOF
                   READ PROVEEDOR-FILE
                       AT END
                           SET WS-PV-EOF TO TRUE
                       NOT AT END
                           IF WS-PV-COUNT < 200
                                   AND PV-CODIGO NOT = SPACES
                               ADD 1 TO WS-PV-COUNT
                               MOVE PV-CODIGO TO
                                   WS-PV-CODIGO(WS-PV-COUNT)
                               MOVE PV-NOMBRE TO
                                   WS-PV-NOMBRE(WS-PV-COUNT)
                               MOVE PV-CONTACTO TO
                                   WS-PV-CONTACTO(WS-PV-COUNT)
                               MOVE PV-TELEFONO TO
                                   WS-PV-TELEFONO(WS-PV-COUNT)
                               IF PV-DIAS-ENTREGA IS NUMERIC
                                   MOVE PV-DIAS-ENTREGA TO
                                       WS-PV-DIAS(WS-PV-COUNT)
                               ELSE
                                   MOVE 0 TO WS-PV-DIAS(WS-PV-COUNT)
                               END-IF
                               MOVE PV-ACTIVO TO
                                   WS-PV-ACTIVO(WS-PV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDOR-FILE
           END-IF.

      * WS-PV-BUSCADO -> WS-PV-INDICE (0 = NO EXISTE)
       BUSCA-PROVEEDOR.
           MOVE 0 TO WS-PV-INDICE
           PERFORM VARYING WS-PV-I FROM 1 BY 1
                   UNTIL WS-PV-I > WS-PV-COUNT
                       OR WS-PV-INDICE > 0
               IF WS-PV-CODIGO(WS-PV-I) = WS-PV-BUSCADO
                   MOVE WS-PV-I TO WS-PV-INDICE
               END-IF
           END-PERFORM.

       GRABA-PROVEEDORES.
           OPEN OUTPUT PROVEEDOR-FILE
           PERFORM VARYING WS-PV-I FROM 1 BY 1
                   UNTIL WS-PV-I > WS-PV-COUNT
               MOVE SPACES TO PROVEEDOR-RECORD
               MOVE WS-PV-CODIGO(WS-PV-I) TO PV-CODIGO
               MOVE WS-PV-NOMBRE(WS-PV-I) TO PV-NOMBRE
               MOVE WS-PV-CONTACTO(WS-PV-I) TO PV-CONTACTO
               MOVE WS-PV-TELEFONO(WS-PV-I) TO PV-TELEFONO
               MOVE WS-PV-DIAS(WS-PV-I) TO PV-DIAS-ENTREGA
               MOVE WS-PV-ACTIVO(WS-PV-I) TO PV-ACTIVO
               WRITE PROVEEDOR-RECORD
           END-PERFORM
           CLOSE PROVEEDOR-FILE.
