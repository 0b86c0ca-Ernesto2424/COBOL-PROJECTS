      * PLAN DE COMISIONES (COMPLAN.DAT). LA TABLA SE CONSERVA
      * ORDENADA POR COMPANIA, TIPO, CLAVE Y ESCALON.
       CARGA-PLAN-COMISIONES.
           MOVE 0 TO WS-PC-COUNT
           MOVE "N" TO WS-PC-EOF-SWITCH
           OPEN INPUT COMPLAN-FILE
           IF WS-PC-STATUS = "00"
               PERFORM UNTIL WS-PC-EOF
                   READ COMPLAN-FILE
                       AT END
                           SET WS-PC-EOF TO TRUE
                       NOT AT END
                           IF WS-PC-COUNT < 300
                                   AND PC-DESDE IS NUMERIC
                                   AND PC-TASA IS NUMERIC
                               ADD 1 TO WS-PC-COUNT
                               MOVE PC-COMPANIA TO
                                   WS-PC-CIA(WS-PC-COUNT)
                               MOVE PC-TIPO TO
                                   WS-PC-TIPO(WS-PC-COUNT)
                               MOVE PC-CLAVE TO
                                   WS-PC-CLAVE(WS-PC-COUNT)
                               MOVE PC-DESDE TO
                                   WS-PC-DESDE(WS-PC-COUNT)
                               MOVE PC-TASA TO
                                   WS-PC-TASA(WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLAN-FILE
           END-IF.

      * WS-PC-CIA-BUSCADA + WS-PC-TIPO-BUSCADO + WS-PC-CLAVE-BUSCADA +
      * WS-PC-DESDE-BUSCADO -> WS-PC-INDICE (0 = NO EXISTE)
       BUSCA-RENGLON-PLAN.
           MOVE 0 TO WS-PC-INDICE
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-PC-COUNT
                       OR WS-PC-INDICE > 0
               IF WS-PC-CIA(WS-PC-I) = WS-PC-CIA-BUSCADA
                       AND WS-PC-TIPO(WS-PC-I) = WS-PC-TIPO-BUSCADO
                       AND WS-PC-CLAVE(WS-PC-I) = WS-PC-CLAVE-BUSCADA
                       AND WS-PC-DESDE(WS-PC-I) = WS-PC-DESDE-BUSCADO
                   MOVE WS-PC-I TO WS-PC-INDICE
               END-IF
           END-PERFORM.

      * WS-PC-CIA-BUSCADA + WS-PC-PRODUCTO + WS-PC-DEPTO +
      * WS-PC-VENTAS -> WS-PC-TASA-VIGENTE. SI EL PRODUCTO TIENE PLAN
      * PROPIO MANDA SOBRE EL DEL DEPARTAMENTO; EL ESCALON ES EL DE
      * MAYOR DESDE QUE NO EXCEDE LA VENTA NETA DEL MES. SIN PLAN O
      * SIN ESCALON APLICABLE LA TASA ES CERO
       BUSCA-TASA-COMISION.
           MOVE "P" TO WS-PC-TIPO-BUSCADO
           MOVE WS-PC-PRODUCTO TO WS-PC-CLAVE-BUSCADA
           PERFORM BUSCA-ESCALON-PLAN
           IF NOT WS-PC-CON-PLAN
               MOVE "D" TO WS-PC-TIPO-BUSCADO
               MOVE WS-PC-DEPTO TO WS-PC-CLAVE-BUSCADA
               PERFORM BUSCA-ESCALON-PLAN
           END-IF
           MOVE 0 TO WS-PC-TASA-VIGENTE
           IF WS-PC-INDICE > 0
               MOVE WS-PC-TASA(WS-PC-INDICE) TO WS-PC-TASA-VIGENTE
           END-IF.

       BUSCA-ESCALON-PLAN.
           MOVE 0 TO WS-PC-INDICE
           MOVE "N" TO WS-PC-PLAN-SWITCH
           IF WS-PC-CLAVE-BUSCADA = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-PC-COUNT
               IF WS-PC-CIA(WS-PC-I) = WS-PC-CIA-BUSCADA
                       AND WS-PC-TIPO(WS-PC-I) = WS-PC-TIPO-BUSCADO
                       AND WS-PC-CLAVE(WS-PC-I) = WS-PC-CLAVE-BUSCADA
                   SET WS-PC-CON-PLAN TO TRUE
                   IF WS-PC-DESDE(WS-PC-I) NOT > WS-PC-VENTAS
                       IF WS-PC-INDICE = 0
                           MOVE WS-PC-I TO WS-PC-INDICE
                       ELSE
                           IF WS-PC-DESDE(WS-PC-I) >
                                   WS-PC-DESDE(WS-PC-INDICE)
                               MOVE WS-PC-I TO WS-PC-INDICE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GRABA-PLAN-COMISIONES.
           OPEN OUTPUT COMPLAN-FILE
           PERFORM VARYING WS-PC-I FROM 1 BY 1
                   UNTIL WS-PC-I > WS-PC-COUNT
               MOVE SPACES TO COMPLAN-RECORD
               MOVE WS-PC-CIA(WS-PC-I) TO PC-COMPANIA
               MOVE WS-PC-TIPO(WS-PC-I) TO PC-TIPO
               MOVE WS-PC-CLAVE(WS-PC-I) TO PC-CLAVE
               MOVE WS-PC-DESDE(WS-PC-I) TO PC-DESDE
               MOVE WS-PC-TASA(WS-PC-I) TO PC-TASA
               WRITE COMPLAN-RECORD
           END-PERFORM
           CLOSE COMPLAN-FILE.
