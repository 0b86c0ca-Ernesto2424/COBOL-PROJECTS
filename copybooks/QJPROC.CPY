      * EL ARCHIVO DE CASOS COMPLETO (TODAS LAS COMPANIAS) VIAJA EN
      * MEMORIA; SOLO EL PROGRAMA DE CASOS LO REGRABA
       CARGA-CASOS.
           MOVE 0 TO WS-QJ-COUNT
           MOVE 0 TO WS-QJ-EXTRA
           MOVE "N" TO WS-QJ-EOF-SWITCH
           OPEN INPUT CASOS-FILE
           IF WS-QJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QJ-EOF
               READ CASOS-FILE
                   AT END
                       SET WS-QJ-EOF TO TRUE
                   NOT AT END
                       IF WS-QJ-COUNT < 5000
                               AND QJ-NUMERO IS NUMERIC
                           ADD 1 TO WS-QJ-COUNT
                           IF QJ-COMPANIA = SPACES
                               MOVE "01" TO QJ-COMPANIA
                           END-IF
                           MOVE QJ-NUMERO TO WS-QJ-NUM(WS-QJ-COUNT)
                           MOVE QJ-CLIENTE-ID TO
                               WS-QJ-ID(WS-QJ-COUNT)
                           MOVE QJ-COMPANIA TO WS-QJ-CIA(WS-QJ-COUNT)
                           MOVE QJ-ESTATUS TO WS-QJ-EST(WS-QJ-COUNT)
                           MOVE CASO-RECORD TO WS-QJ-REG(WS-QJ-COUNT)
                       ELSE
                           ADD 1 TO WS-QJ-EXTRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASOS-FILE
           IF WS-QJ-EXTRA > 0
               DISPLAY "AVISO: " WS-QJ-EXTRA " CASOS DE CASOS.DAT "
                   "MAS ALLA DEL TOPE EN MEMORIA (5000) NO SE "
                   "CONSIDERARON"
           END-IF.

       GRABA-CASOS.
           OPEN OUTPUT CASOS-FILE
           PERFORM VARYING WS-QJ-I FROM 1 BY 1
                   UNTIL WS-QJ-I > WS-QJ-COUNT
               MOVE WS-QJ-REG(WS-QJ-I) TO CASO-RECORD
               WRITE CASO-RECORD
           END-PERFORM
           CLOSE CASOS-FILE.

      * DEJA EN WS-QJ-INDICE EL CASO WS-QJ-NUM-BUSCADO, O CERO
       BUSCA-CASO.
           MOVE 0 TO WS-QJ-INDICE
           PERFORM VARYING WS-QJ-I FROM 1 BY 1
                   UNTIL WS-QJ-I > WS-QJ-COUNT OR WS-QJ-INDICE > 0
               IF WS-QJ-NUM(WS-QJ-I) = WS-QJ-NUM-BUSCADO
                   MOVE WS-QJ-I TO WS-QJ-INDICE
               END-IF
           END-PERFORM.

      * SIN CASOSCAT.PRM SE ESCRIBE CON LAS CATEGORIAS DEL TALLER Y
      * SE USAN EN LA MISMA CORRIDA
       CARGA-CATEGORIAS-CASO.
           MOVE 0 TO WS-QC-COUNT
           MOVE "N" TO WS-QJC-EOF-SWITCH
           OPEN INPUT CASOS-CAT-FILE
           IF WS-QJC-STATUS NOT = "00"
               DISPLAY "CASOSCAT.PRM NO EXISTE, SE CREA CON VALORES "
                   "DEL TALLER"
               OPEN OUTPUT CASOS-CAT-FILE
               MOVE "CARGO" TO QC-CATEGORIA
               MOVE 5 TO QC-DIAS
               MOVE "CARGO EQUIVOCADO" TO QC-DESCRIPCION
               PERFORM ESCRIBE-CATEGORIA-CASO
               MOVE "ETIQUETA" TO QC-CATEGORIA
               MOVE 3 TO QC-DIAS
               MOVE "ETIQUETA FALTANTE" TO QC-DESCRIPCION
               PERFORM ESCRIBE-CATEGORIA-CASO
               MOVE "ENTREGA" TO QC-CATEGORIA
               MOVE 2 TO QC-DIAS
               MOVE "PEDIDO ATRASADO" TO QC-DESCRIPCION
               PERFORM ESCRIBE-CATEGORIA-CASO
               MOVE "OTRO" TO QC-CATEGORIA
               MOVE 7 TO QC-DIAS
               MOVE "OTRAS QUEJAS" TO QC-DESCRIPCION
               PERFORM ESCRIBE-CATEGORIA-CASO
               CLOSE CASOS-CAT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-QJC-EOF
               READ CASOS-CAT-FILE
                   AT END
                       SET WS-QJC-EOF TO TRUE
                   NOT AT END
                       IF QC-CATEGORIA NOT = SPACES
                               AND QC-DIAS IS NUMERIC
                               AND WS-QC-COUNT < 50
                           PERFORM ANOTA-CATEGORIA-CASO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CASOS-CAT-FILE.

       ESCRIBE-CATEGORIA-CASO.
           WRITE CASOS-CAT-RECORD
           PERFORM ANOTA-CATEGORIA-CASO.

       ANOTA-CATEGORIA-CASO.
           ADD 1 TO WS-QC-COUNT
           MOVE QC-CATEGORIA TO WS-QC-CATEGORIA(WS-QC-COUNT)
           MOVE QC-DIAS TO WS-QC-DIAS(WS-QC-COUNT)
           MOVE QC-DESCRIPCION TO WS-QC-DESC(WS-QC-COUNT).

      * DEJA EN WS-QC-INDICE LA CATEGORIA WS-QC-BUSCADA, O CERO
       BUSCA-CATEGORIA-CASO.
           MOVE 0 TO WS-QC-INDICE
           PERFORM VARYING WS-QC-I FROM 1 BY 1
                   UNTIL WS-QC-I > WS-QC-COUNT OR WS-QC-INDICE > 0
               IF WS-QC-CATEGORIA(WS-QC-I) = WS-QC-BUSCADA
                   MOVE WS-QC-I TO WS-QC-INDICE
               END-IF
           END-PERFORM.
