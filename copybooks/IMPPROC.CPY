      * TASAS DE IMPUESTO SOBRE VENTAS POR CLASE (IMPUESTO.CTL:
      * CLASE, COMPANIA, TASA EN PORCIENTO, DESCRIPCION). EL RENGLON
      * DE LA COMPANIA GANA SOBRE EL RENGLON SIN COMPANIA. UN
      * PRODUCTO SIN CLASE ES EXENTO (TASA CERO); UNA CLASE SIN TASA
      * NO SE PUEDE VENDER HASTA DARLE SU TASA.
       CARGA-IMPUESTOS.
           MOVE 0 TO WS-IMP-COUNT
           MOVE "N" TO WS-IMP-EOF-SWITCH
           OPEN INPUT IMPUESTO-FILE
           IF WS-IMP-STATUS = "00"
               PERFORM UNTIL WS-IMP-EOF
                   READ IMPUESTO-FILE
                       AT END
                           SET WS-IMP-EOF TO TRUE
                       NOT AT END
                           IF IT-TASA IS NUMERIC
                                   AND IT-CLASE NOT = SPACES
                                   AND WS-IMP-COUNT < 100
                               ADD 1 TO WS-IMP-COUNT
                               MOVE IT-CLASE TO
                                   WS-IMP-CLASE(WS-IMP-COUNT)
                               MOVE IT-COMPANIA TO
                                   WS-IMP-CIA(WS-IMP-COUNT)
                               MOVE IT-TASA TO
                                   WS-IMP-TASA(WS-IMP-COUNT)
                               MOVE IT-DESCRIPCION TO
                                   WS-IMP-DESC(WS-IMP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPUESTO-FILE
           END-IF.

       BUSCA-TASA-IMPUESTO.
           MOVE "N" TO WS-IMP-HALLADA-SWITCH
           MOVE 0 TO WS-IMP-TASA-VIGENTE
           IF WS-IMP-CLASE-BUSCADA = SPACES
               SET WS-IMP-HALLADA TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IMP-I FROM 1 BY 1
                   UNTIL WS-IMP-I > WS-IMP-COUNT
               IF WS-IMP-CLASE(WS-IMP-I) = WS-IMP-CLASE-BUSCADA
                   IF WS-IMP-CIA(WS-IMP-I) = WS-CIA-ACTUAL
                       MOVE WS-IMP-TASA(WS-IMP-I) TO
                           WS-IMP-TASA-VIGENTE
                       SET WS-IMP-HALLADA TO TRUE
                       MOVE WS-IMP-COUNT TO WS-IMP-I
                   ELSE
                       IF WS-IMP-CIA(WS-IMP-I) = SPACES
                           MOVE WS-IMP-TASA(WS-IMP-I) TO
                               WS-IMP-TASA-VIGENTE
                           SET WS-IMP-HALLADA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * EL RENGLON EXACTO (CLASE Y COMPANIA, EN BLANCO = GENERAL)
      * PARA MANTENIMIENTO
       LOCALIZA-TASA-IMPUESTO.
           MOVE 0 TO WS-IMP-INDICE
           PERFORM VARYING WS-IMP-I FROM 1 BY 1
                   UNTIL WS-IMP-I > WS-IMP-COUNT
                       OR WS-IMP-INDICE > 0
               IF WS-IMP-CLASE(WS-IMP-I) = WS-IMP-CLASE-BUSCADA
                       AND WS-IMP-CIA(WS-IMP-I) = WS-IMP-CIA-BUSCADA
                   MOVE WS-IMP-I TO WS-IMP-INDICE
               END-IF
           END-PERFORM.

       GRABA-IMPUESTOS.
           OPEN OUTPUT IMPUESTO-FILE
           PERFORM VARYING WS-IMP-I FROM 1 BY 1
                   UNTIL WS-IMP-I > WS-IMP-COUNT
               MOVE SPACES TO IMPUESTO-RECORD
               MOVE WS-IMP-CLASE(WS-IMP-I) TO IT-CLASE
               MOVE WS-IMP-CIA(WS-IMP-I) TO IT-COMPANIA
               MOVE WS-IMP-TASA(WS-IMP-I) TO IT-TASA
               MOVE WS-IMP-DESC(WS-IMP-I) TO IT-DESCRIPCION
               WRITE IMPUESTO-RECORD
           END-PERFORM
           CLOSE IMPUESTO-FILE.
