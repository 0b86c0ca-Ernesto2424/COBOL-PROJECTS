      * PUNTOS DE LEALTAD: LOS CARGOS POSTEADOS GANAN PUNTOS SEGUN
      * PUNTOS.PRM Y CAPTURA DE PEDIDOS LOS CANJEA COMO DESCUENTO.
      * EL SALDO DE UN CLIENTE ES LO DISPONIBLE EN SUS RENGLONES G
      * QUE NO HAN VENCIDO. SIN PUNTOS.PRM SE ESCRIBE CON LOS VALORES
      * DEL TALLER Y SE USA EN LA MISMA CORRIDA, COMO TARIFAS.PRM
       CARGA-PARAM-PUNTOS.
           MOVE "N" TO WS-PTP-EOF-SWITCH
           OPEN INPUT PUNTOS-PRM-FILE
           IF WS-PTP-STATUS NOT = "00"
               DISPLAY "PUNTOS.PRM NO EXISTE, SE CREA CON VALORES "
                   "DEL TALLER"
               OPEN OUTPUT PUNTOS-PRM-FILE
               MOVE SPACES TO PUNTOS-PRM-RECORD
               MOVE "PESOSPUNTO" TO PP-CONCEPTO
               MOVE 10 TO PP-VALOR
               WRITE PUNTOS-PRM-RECORD
               MOVE SPACES TO PUNTOS-PRM-RECORD
               MOVE "VALORPUNTO" TO PP-CONCEPTO
               MOVE 0.10 TO PP-VALOR
               WRITE PUNTOS-PRM-RECORD
               MOVE SPACES TO PUNTOS-PRM-RECORD
               MOVE "MESESVIGEN" TO PP-CONCEPTO
               MOVE 12 TO PP-VALOR
               WRITE PUNTOS-PRM-RECORD
               CLOSE PUNTOS-PRM-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PTP-EOF
               READ PUNTOS-PRM-FILE
                   AT END
                       SET WS-PTP-EOF TO TRUE
                   NOT AT END
                       IF PP-VALOR IS NUMERIC
                           EVALUATE PP-CONCEPTO
                               WHEN "PESOSPUNTO"
                                   MOVE PP-VALOR TO WS-PT-PESOS-PUNTO
                               WHEN "VALORPUNTO"
                                   MOVE PP-VALOR TO WS-PT-VALOR-PUNTO
                               WHEN "MESESVIGEN"
                                   MOVE PP-VALOR TO WS-PT-MESES-VIGEN
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNTOS-PRM-FILE.

       ABRE-ANEXO-PUNTOS.
           OPEN EXTEND PUNTOS-FILE
           IF WS-PT-STATUS = "05" OR WS-PT-STATUS = "35"
               CLOSE PUNTOS-FILE
               OPEN OUTPUT PUNTOS-FILE
           END-IF.

      * UN CARGO DE WS-PT-MONTO GANA UN PUNTO POR CADA WS-PT-PESOS-
      * PUNTO COMPLETOS; VENCEN AL CIERRE DEL MES QUE RESULTA DE
      * SUMAR WS-PT-MESES-VIGEN AL MES DE WS-PT-FECHA
       GANA-PUNTOS.
           MOVE 0 TO WS-PT-PUNTOS
           IF WS-PT-MONTO NOT > 0 OR WS-PT-PESOS-PUNTO = 0
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-PT-MONTO BY WS-PT-PESOS-PUNTO
               GIVING WS-PT-PUNTOS
           IF WS-PT-PUNTOS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PT-MESES = WS-PT-FECHA-AAAA * 12
               + WS-PT-FECHA-MM - 1 + WS-PT-MESES-VIGEN
           DIVIDE WS-PT-MESES BY 12 GIVING WS-PT-VENCE-AAAA
               REMAINDER WS-PT-VENCE-MM
           ADD 1 TO WS-PT-VENCE-MM
           PERFORM ABRE-ANEXO-PUNTOS
           MOVE WS-PT-CLIENTE TO PT-CLIENTE-ID
           MOVE WS-PT-CIA TO PT-COMPANIA
           MOVE WS-PT-FECHA TO PT-FECHA
           MOVE "G" TO PT-TIPO
           MOVE WS-PT-PUNTOS TO PT-PUNTOS
           MOVE WS-PT-PUNTOS TO PT-DISPONIBLE
           MOVE WS-PT-VENCE TO PT-VENCE
           MOVE WS-PT-REFERENCIA TO PT-REFERENCIA
           WRITE PUNTOS-RECORD
           CLOSE PUNTOS-FILE.

      * SALDO VIGENTE DE WS-PT-CLIENTE EN WS-PT-CIA A LA FECHA
      * WS-PT-FECHA, Y LO QUE DE ESE SALDO VENCE AL CIERRE DEL MES
       SALDO-PUNTOS-CLIENTE.
           MOVE 0 TO WS-PT-SALDO
           MOVE 0 TO WS-PT-POR-VENCER
           MOVE WS-PT-FECHA(1:6) TO WS-PT-MES-ACTUAL
           MOVE "N" TO WS-PT-EOF-SWITCH
           OPEN INPUT PUNTOS-FILE
           IF WS-PT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PT-EOF
               READ PUNTOS-FILE
                   AT END
                       SET WS-PT-EOF TO TRUE
                   NOT AT END
                       MOVE PT-COMPANIA TO WS-PT-CIA-REG
                       IF WS-PT-CIA-REG = SPACES
                           MOVE "01" TO WS-PT-CIA-REG
                       END-IF
                       IF PT-CLIENTE-ID = WS-PT-CLIENTE
                               AND WS-PT-CIA-REG = WS-PT-CIA
                               AND PT-GANADOS
                               AND PT-DISPONIBLE IS NUMERIC
                               AND PT-VENCE IS NUMERIC
                               AND PT-VENCE NOT < WS-PT-MES-ACTUAL
                           ADD PT-DISPONIBLE TO WS-PT-SALDO
                           IF PT-VENCE = WS-PT-MES-ACTUAL
                               ADD PT-DISPONIBLE TO WS-PT-POR-VENCER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNTOS-FILE.

      * CANJEA WS-PT-POR-REDIMIR PUNTOS DE WS-PT-CLIENTE: SE TOMAN
      * PRIMERO LOS RENGLONES G MAS ANTIGUOS (LOS QUE VENCEN ANTES)
      * Y SE ANOTA UN RENGLON R CON LO TOMADO EN WS-PT-TOMADOS
       REDIME-PUNTOS.
           MOVE 0 TO WS-PT-TOMADOS
           MOVE WS-PT-FECHA(1:6) TO WS-PT-MES-ACTUAL
           IF WS-PT-POR-REDIMIR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PT-EOF-SWITCH
           OPEN INPUT PUNTOS-FILE
           IF WS-PT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PUNTOS-NUEVO
           PERFORM UNTIL WS-PT-EOF
               READ PUNTOS-FILE
                   AT END
                       SET WS-PT-EOF TO TRUE
                   NOT AT END
                       PERFORM TOMA-PUNTOS-RENGLON
                       MOVE PUNTOS-RECORD TO PUNTOS-NUEVO-RECORD
                       WRITE PUNTOS-NUEVO-RECORD
               END-READ
           END-PERFORM
           IF WS-PT-TOMADOS > 0
               MOVE WS-PT-CLIENTE TO PT-CLIENTE-ID
               MOVE WS-PT-CIA TO PT-COMPANIA
               MOVE WS-PT-FECHA TO PT-FECHA
               MOVE "R" TO PT-TIPO
               MOVE WS-PT-TOMADOS TO PT-PUNTOS
               MOVE 0 TO PT-DISPONIBLE
               MOVE 0 TO PT-VENCE
               MOVE WS-PT-REFERENCIA TO PT-REFERENCIA
               MOVE PUNTOS-RECORD TO PUNTOS-NUEVO-RECORD
               WRITE PUNTOS-NUEVO-RECORD
           END-IF
           CLOSE PUNTOS-FILE
           CLOSE PUNTOS-NUEVO
           CALL "SYSTEM" USING "mv PUNTOS.NEW PUNTOS.DAT"
           MOVE 0 TO RETURN-CODE.

       TOMA-PUNTOS-RENGLON.
           IF WS-PT-TOMADOS NOT < WS-PT-POR-REDIMIR
               EXIT PARAGRAPH
           END-IF
           MOVE PT-COMPANIA TO WS-PT-CIA-REG
           IF WS-PT-CIA-REG = SPACES
               MOVE "01" TO WS-PT-CIA-REG
           END-IF
           IF PT-CLIENTE-ID NOT = WS-PT-CLIENTE
                   OR WS-PT-CIA-REG NOT = WS-PT-CIA
                   OR NOT PT-GANADOS
                   OR PT-DISPONIBLE IS NOT NUMERIC
                   OR PT-VENCE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PT-VENCE < WS-PT-MES-ACTUAL OR PT-DISPONIBLE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PT-PUNTOS = WS-PT-POR-REDIMIR - WS-PT-TOMADOS
           IF WS-PT-PUNTOS > PT-DISPONIBLE
               MOVE PT-DISPONIBLE TO WS-PT-PUNTOS
           END-IF
           SUBTRACT WS-PT-PUNTOS FROM PT-DISPONIBLE
           ADD WS-PT-PUNTOS TO WS-PT-TOMADOS.

      * SALDOS DE TODOS LOS CLIENTES AL MES DE WS-PT-FECHA: VIGENTE,
      * LO QUE VENCE AL CIERRE DEL MES, Y LO GANADO Y REDIMIDO EN EL
      * MES
       CARGA-SALDOS-PUNTOS.
           MOVE 0 TO WS-PTS-COUNT
           MOVE WS-PT-FECHA(1:6) TO WS-PT-MES-ACTUAL
           MOVE "N" TO WS-PT-EOF-SWITCH
           OPEN INPUT PUNTOS-FILE
           IF WS-PT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PT-EOF
               READ PUNTOS-FILE
                   AT END
                       SET WS-PT-EOF TO TRUE
                   NOT AT END
                       IF PT-PUNTOS IS NUMERIC
                               AND PT-DISPONIBLE IS NUMERIC
                               AND PT-VENCE IS NUMERIC
                               AND PT-FECHA IS NUMERIC
                           PERFORM ACUMULA-SALDO-PUNTOS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PUNTOS-FILE.

       ACUMULA-SALDO-PUNTOS.
           MOVE PT-CLIENTE-ID TO WS-PT-CLIENTE
           MOVE PT-COMPANIA TO WS-PT-CIA
           IF WS-PT-CIA = SPACES
               MOVE "01" TO WS-PT-CIA
           END-IF
           PERFORM BUSCA-SALDO-PUNTOS
           IF WS-PTS-INDICE = 0
               IF WS-PTS-COUNT >= 20000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PTS-COUNT
               MOVE WS-PTS-COUNT TO WS-PTS-INDICE
               MOVE WS-PT-CLIENTE TO WS-PTS-ID(WS-PTS-INDICE)
               MOVE WS-PT-CIA TO WS-PTS-CIA(WS-PTS-INDICE)
               MOVE 0 TO WS-PTS-SALDO(WS-PTS-INDICE)
               MOVE 0 TO WS-PTS-VENCEN(WS-PTS-INDICE)
               MOVE 0 TO WS-PTS-GANADOS(WS-PTS-INDICE)
               MOVE 0 TO WS-PTS-REDIMIDOS(WS-PTS-INDICE)
           END-IF
           IF PT-GANADOS
               IF PT-VENCE NOT < WS-PT-MES-ACTUAL
                   ADD PT-DISPONIBLE TO WS-PTS-SALDO(WS-PTS-INDICE)
               END-IF
               IF PT-VENCE = WS-PT-MES-ACTUAL
                   ADD PT-DISPONIBLE TO WS-PTS-VENCEN(WS-PTS-INDICE)
               END-IF
               IF PT-FECHA(1:6) = WS-PT-MES-ACTUAL
                   ADD PT-PUNTOS TO WS-PTS-GANADOS(WS-PTS-INDICE)
               END-IF
           END-IF
           IF PT-REDIMIDOS AND PT-FECHA(1:6) = WS-PT-MES-ACTUAL
               ADD PT-PUNTOS TO WS-PTS-REDIMIDOS(WS-PTS-INDICE)
           END-IF.

      * UBICA WS-PT-CLIENTE / WS-PT-CIA EN LA TABLA; 0 SI NO ESTA
       BUSCA-SALDO-PUNTOS.
           MOVE 0 TO WS-PTS-INDICE
           PERFORM VARYING WS-PTS-I FROM 1 BY 1
                   UNTIL WS-PTS-I > WS-PTS-COUNT OR WS-PTS-INDICE > 0
               IF WS-PTS-ID(WS-PTS-I) = WS-PT-CLIENTE
                       AND WS-PTS-CIA(WS-PTS-I) = WS-PT-CIA
                   MOVE WS-PTS-I TO WS-PTS-INDICE
               END-IF
           END-PERFORM.
