      * PUESTOS AUTORIZADOS (PUESTOS.DAT): CADA PUESTO PERTENECE A UN
      * DEPARTAMENTO DE UNA COMPANIA Y LO OCUPA A LO MAS UN EMP-ID
      * (EN BLANCO = VACANTE). SIN ARCHIVO NO HAY CONTROL DE PUESTOS
      * Y LAS ALTAS OPERAN COMO ANTES; LA COMPANIA EN BLANCO ES 01.
       CARGA-PUESTOS.
           MOVE 0 TO WS-PS-COUNT
           MOVE "N" TO WS-PS-EOF-SWITCH
           MOVE "N" TO WS-PS-CONTROL-SWITCH
           OPEN INPUT PUESTOS-FILE
           IF WS-PS-STATUS = "00"
               SET WS-PS-CONTROL TO TRUE
               PERFORM UNTIL WS-PS-EOF
                   READ PUESTOS-FILE
                       AT END
                           SET WS-PS-EOF TO TRUE
                       NOT AT END
                           IF PS-PUESTO NOT = SPACES
                               PERFORM CARGA-ENTRADA-PUESTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUESTOS-FILE
           END-IF.

       CARGA-ENTRADA-PUESTO.
           IF WS-PS-COUNT >= 1000
               SET WS-PS-DESBORDA TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PS-COUNT
           IF PS-COMPANIA = SPACES
               MOVE "01" TO WS-PS-CIA(WS-PS-COUNT)
           ELSE
               MOVE PS-COMPANIA TO WS-PS-CIA(WS-PS-COUNT)
           END-IF
           MOVE PS-DEPTO TO WS-PS-DEPTO(WS-PS-COUNT)
           MOVE PS-PUESTO TO WS-PS-PUESTO(WS-PS-COUNT)
           MOVE PS-TITULO TO WS-PS-TITULO(WS-PS-COUNT)
           MOVE PS-EMP-ID TO WS-PS-EMP(WS-PS-COUNT)
           IF PS-FECHA-AUT IS NUMERIC
               MOVE PS-FECHA-AUT TO WS-PS-FAUT(WS-PS-COUNT)
           ELSE
               MOVE 0 TO WS-PS-FAUT(WS-PS-COUNT)
           END-IF
           IF PS-FECHA-OCUPA IS NUMERIC
               MOVE PS-FECHA-OCUPA TO WS-PS-FOCUPA(WS-PS-COUNT)
           ELSE
               MOVE 0 TO WS-PS-FOCUPA(WS-PS-COUNT)
           END-IF
           IF PS-FECHA-LIBERA IS NUMERIC
               MOVE PS-FECHA-LIBERA TO WS-PS-FLIBERA(WS-PS-COUNT)
           ELSE
               MOVE 0 TO WS-PS-FLIBERA(WS-PS-COUNT)
           END-IF.

      * WS-PS-CIA-BUSCADA + WS-PS-PUESTO-BUSCADO -> WS-PS-INDICE
       BUSCA-PUESTO.
           MOVE 0 TO WS-PS-INDICE
           PERFORM VARYING WS-PS-I FROM 1 BY 1
                   UNTIL WS-PS-I > WS-PS-COUNT
                       OR WS-PS-INDICE > 0
               IF WS-PS-CIA(WS-PS-I) = WS-PS-CIA-BUSCADA
                       AND WS-PS-PUESTO(WS-PS-I) = WS-PS-PUESTO-BUSCADO
                   MOVE WS-PS-I TO WS-PS-INDICE
               END-IF
           END-PERFORM.

      * WS-PS-CIA-BUSCADA + WS-PS-EMP-BUSCADO -> WS-PS-INDICE DEL
      * PUESTO QUE OCUPA EL EMPLEADO (0 = NINGUNO)
       BUSCA-PUESTO-EMPLEADO.
           MOVE 0 TO WS-PS-INDICE
           IF WS-PS-EMP-BUSCADO = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PS-I FROM 1 BY 1
                   UNTIL WS-PS-I > WS-PS-COUNT
                       OR WS-PS-INDICE > 0
               IF WS-PS-CIA(WS-PS-I) = WS-PS-CIA-BUSCADA
                       AND WS-PS-EMP(WS-PS-I) = WS-PS-EMP-BUSCADO
                   MOVE WS-PS-I TO WS-PS-INDICE
               END-IF
           END-PERFORM.

      * WS-PS-CIA-BUSCADA + WS-PS-DEPTO-BUSCADO -> WS-PS-VACANTES Y
      * EN WS-PS-INDICE LA PRIMERA DE ELLAS (0 = SIN VACANTE)
       BUSCA-VACANTE.
           MOVE 0 TO WS-PS-INDICE
           MOVE 0 TO WS-PS-VACANTES
           PERFORM VARYING WS-PS-I FROM 1 BY 1
                   UNTIL WS-PS-I > WS-PS-COUNT
               IF WS-PS-CIA(WS-PS-I) = WS-PS-CIA-BUSCADA
                       AND WS-PS-DEPTO(WS-PS-I) = WS-PS-DEPTO-BUSCADO
                       AND WS-PS-EMP(WS-PS-I) = SPACES
                   ADD 1 TO WS-PS-VACANTES
                   IF WS-PS-INDICE = 0
                       MOVE WS-PS-I TO WS-PS-INDICE
                   END-IF
               END-IF
           END-PERFORM.

      * DEJA VACANTE EL PUESTO QUE OCUPA WS-PS-EMP-BUSCADO EN
      * WS-PS-CIA-BUSCADA CON FECHA DE LIBERACION WS-PS-FECHA-MOV;
      * WS-PS-INDICE QUEDA EN EL PUESTO LIBERADO
       LIBERA-PUESTO-EMPLEADO.
           PERFORM BUSCA-PUESTO-EMPLEADO
           IF WS-PS-INDICE > 0
               MOVE SPACES TO WS-PS-EMP(WS-PS-INDICE)
               MOVE 0 TO WS-PS-FOCUPA(WS-PS-INDICE)
               MOVE WS-PS-FECHA-MOV TO WS-PS-FLIBERA(WS-PS-INDICE)
           END-IF.

       GRABA-PUESTOS.
           OPEN OUTPUT PUESTOS-FILE
           PERFORM VARYING WS-PS-I FROM 1 BY 1
                   UNTIL WS-PS-I > WS-PS-COUNT
               MOVE SPACES TO PUESTO-RECORD
               MOVE WS-PS-CIA(WS-PS-I) TO PS-COMPANIA
               MOVE WS-PS-DEPTO(WS-PS-I) TO PS-DEPTO
               MOVE WS-PS-PUESTO(WS-PS-I) TO PS-PUESTO
               MOVE WS-PS-TITULO(WS-PS-I) TO PS-TITULO
               MOVE WS-PS-EMP(WS-PS-I) TO PS-EMP-ID
               MOVE WS-PS-FAUT(WS-PS-I) TO PS-FECHA-AUT
               MOVE WS-PS-FOCUPA(WS-PS-I) TO PS-FECHA-OCUPA
               MOVE WS-PS-FLIBERA(WS-PS-I) TO PS-FECHA-LIBERA
               WRITE PUESTO-RECORD
           END-PERFORM
           CLOSE PUESTOS-FILE.
