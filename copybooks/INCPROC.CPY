      * INCIDENTES DE OPERACION (INCIDEN.DAT). LOS ABRE DASHBOARD-OPS
      * (INICIO SIN FIN) Y MASTER-DRIVER (ETAPA FALLIDA); SE
      * RECONOCEN Y CIERRAN CON CAUSA Y SOLUCION EN INCIDENTES
       CARGA-INCIDENTES.
           MOVE 0 TO WS-INC-COUNT
           MOVE 0 TO WS-INC-FOLIO-MAX
           MOVE "N" TO WS-INC-EOF-SWITCH
           OPEN INPUT INCIDENTES-FILE
           IF WS-INC-STATUS = "00"
               PERFORM UNTIL WS-INC-EOF
                   READ INCIDENTES-FILE
                       AT END
                           SET WS-INC-EOF TO TRUE
                       NOT AT END
                           IF IC-FOLIO IS NUMERIC
                                   AND WS-INC-COUNT < 2000
                               ADD 1 TO WS-INC-COUNT
                               MOVE INCIDENTE-RECORD TO
                                   WS-INC-ENTRY(WS-INC-COUNT)
                               IF IC-FOLIO > WS-INC-FOLIO-MAX
                                   MOVE IC-FOLIO TO WS-INC-FOLIO-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENTES-FILE
           END-IF.

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA
       GRABA-INCIDENTES.
           OPEN OUTPUT INCIDENTES-FILE
           PERFORM VARYING WS-INC-I FROM 1 BY 1
                   UNTIL WS-INC-I > WS-INC-COUNT
               MOVE WS-INC-ENTRY(WS-INC-I) TO INCIDENTE-RECORD
               WRITE INCIDENTE-RECORD
           END-PERFORM
           CLOSE INCIDENTES-FILE.

      * WS-INC-INDICE QUEDA EN 0 SI EL FOLIO NO EXISTE
       BUSCA-INCIDENTE.
           MOVE 0 TO WS-INC-INDICE
           PERFORM VARYING WS-INC-I FROM 1 BY 1
                   UNTIL WS-INC-I > WS-INC-COUNT
                       OR WS-INC-INDICE > 0
               IF WS-IN-FOLIO(WS-INC-I) = WS-INC-FOLIO-BUSCADO
                   MOVE WS-INC-I TO WS-INC-INDICE
               END-IF
           END-PERFORM.

      * ABRE UN INCIDENTE O LIGA LA FALLA AL QUE EL PROGRAMA YA TIENE
      * SIN CERRAR. UNA FALLA NO POSTERIOR A LA ULTIMA YA LIGADA AL
      * INCIDENTE MAS RECIENTE DEL PROGRAMA YA ESTA ANOTADA (EL
      * TABLERO PUEDE VOLVER A VER EL MISMO INICIO SIN FIN)
       REGISTRA-INCIDENTE.
           PERFORM CARGA-INCIDENTES
           MOVE 0 TO WS-INC-INDICE
           MOVE 0 TO WS-INC-FOLIO
           PERFORM VARYING WS-INC-I FROM 1 BY 1
                   UNTIL WS-INC-I > WS-INC-COUNT
               IF WS-IN-PROGRAMA(WS-INC-I) = WS-INC-PROGRAMA
                   MOVE WS-INC-I TO WS-INC-INDICE
               END-IF
           END-PERFORM
           COMPUTE WS-INC-MOMENTO =
               WS-INC-FECHA * 100000000 + WS-INC-HORA
           IF WS-INC-INDICE > 0
               COMPUTE WS-INC-MOMENTO-ULT =
                   WS-IN-ULT-FECHA(WS-INC-INDICE) * 100000000
                   + WS-IN-ULT-HORA(WS-INC-INDICE)
               MOVE WS-IN-FOLIO(WS-INC-INDICE) TO WS-INC-FOLIO
               IF WS-INC-MOMENTO NOT > WS-INC-MOMENTO-ULT
                   MOVE "ANOTADO" TO WS-INC-RESULTADO
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-ESTATUS(WS-INC-INDICE) NOT = "C"
                   ADD 1 TO WS-IN-REPETICIONES(WS-INC-INDICE)
                   MOVE WS-INC-FECHA TO WS-IN-ULT-FECHA(WS-INC-INDICE)
                   MOVE WS-INC-HORA TO WS-IN-ULT-HORA(WS-INC-INDICE)
                   IF WS-IN-ETAPA(WS-INC-INDICE) = SPACES
                       MOVE WS-INC-ETAPA TO WS-IN-ETAPA(WS-INC-INDICE)
                   END-IF
                   MOVE "LIGADO" TO WS-INC-RESULTADO
                   PERFORM GRABA-INCIDENTES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-INC-COUNT >= 2000
               DISPLAY "INCIDEN.DAT LLENO, NO SE ABRE INCIDENTE DE "
                   WS-INC-PROGRAMA
               MOVE 0 TO WS-INC-FOLIO
               MOVE SPACES TO WS-INC-RESULTADO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-COUNT
           ADD 1 TO WS-INC-FOLIO-MAX
           MOVE WS-INC-FOLIO-MAX TO WS-INC-FOLIO
           INITIALIZE WS-INC-ENTRY(WS-INC-COUNT)
           MOVE WS-INC-FOLIO TO WS-IN-FOLIO(WS-INC-COUNT)
           MOVE WS-INC-PROGRAMA TO WS-IN-PROGRAMA(WS-INC-COUNT)
           MOVE WS-INC-ETAPA TO WS-IN-ETAPA(WS-INC-COUNT)
           MOVE WS-INC-ORIGEN TO WS-IN-ORIGEN(WS-INC-COUNT)
           MOVE WS-INC-FECHA TO WS-IN-FECHA(WS-INC-COUNT)
           MOVE WS-INC-HORA TO WS-IN-HORA(WS-INC-COUNT)
           MOVE "A" TO WS-IN-ESTATUS(WS-INC-COUNT)
           MOVE WS-INC-FECHA TO WS-IN-ULT-FECHA(WS-INC-COUNT)
           MOVE WS-INC-HORA TO WS-IN-ULT-HORA(WS-INC-COUNT)
           MOVE "NUEVO" TO WS-INC-RESULTADO
           PERFORM GRABA-INCIDENTES.
