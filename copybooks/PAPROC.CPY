      * PARTIDAS ABIERTAS: CADA CARGO (C, F) QUEDA COMO UNA PARTIDA
      * CON SU REFERENCIA (PEDIDO, ORDEN PERMANENTE, PERIODO DE
      * INTERES) Y SU SALDO POR COBRAR; CADA ABONO SE APLICA A LA
      * PARTIDA QUE NOMBRA O, SIN REFERENCIA, A LA MAS ANTIGUA. LO QUE
      * NO ENCUENTRA PARTIDA QUEDA COMO ABONO SIN APLICAR (TIPO A,
      * SALDO NEGATIVO) Y EL SIGUIENTE CARGO DEL CLIENTE LO CONSUME.
      * EL ARCHIVO COMPLETO (TODAS LAS COMPANIAS) VIAJA EN MEMORIA
      * COMO EL SUB-LIBRO, Y LA SUMA DE LAS PARTIDAS DE UN CLIENTE ES
      * SU RENGLON DE SUBLED.DAT
       CARGA-PARTIDAS.
           MOVE 0 TO WS-PA-COUNT
           MOVE "N" TO WS-PA-EOF-SWITCH
           MOVE "N" TO WS-PA-SIN-ARCHIVO-SW
           OPEN INPUT PARTIDAS-FILE
           IF WS-PA-STATUS NOT = "00"
               SET WS-PA-SIN-ARCHIVO TO TRUE
           ELSE
               PERFORM UNTIL WS-PA-EOF
                   READ PARTIDAS-FILE
                       AT END
                           SET WS-PA-EOF TO TRUE
                       NOT AT END
                           PERFORM CARGA-RENGLON-PARTIDA
                   END-READ
               END-PERFORM
               CLOSE PARTIDAS-FILE
           END-IF
           IF WS-PA-LLENA
               DISPLAY "*** PARTIDAS ABIERTAS DESBORDADAS: MAS DE "
                   "30000 EN ABIERTAS.DAT; LAS EXCEDENTES NO ESTAN "
                   "EN MEMORIA. AMPLIA LA TABLA DE PARTIDAS ***"
           END-IF.

       CARGA-RENGLON-PARTIDA.
           IF PA-SALDO IS NOT NUMERIC OR PA-SALDO = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PA-COUNT >= 30000
               SET WS-PA-LLENA TO TRUE
           ELSE
               ADD 1 TO WS-PA-COUNT
               MOVE PA-COMPANIA TO WS-PA-CIA(WS-PA-COUNT)
               IF PA-COMPANIA = SPACES
                   MOVE "01" TO WS-PA-CIA(WS-PA-COUNT)
               END-IF
               MOVE PA-CLIENTE-ID TO WS-PA-ID(WS-PA-COUNT)
               MOVE PA-REFERENCIA TO WS-PA-REF(WS-PA-COUNT)
               MOVE PA-TIPO TO WS-PA-TIPO(WS-PA-COUNT)
               IF PA-FECHA IS NUMERIC
                   MOVE PA-FECHA TO WS-PA-FECHA(WS-PA-COUNT)
               ELSE
                   MOVE 0 TO WS-PA-FECHA(WS-PA-COUNT)
               END-IF
               IF PA-ORIGINAL IS NUMERIC
                   MOVE PA-ORIGINAL TO WS-PA-ORIGINAL(WS-PA-COUNT)
               ELSE
                   MOVE PA-SALDO TO WS-PA-ORIGINAL(WS-PA-COUNT)
               END-IF
               MOVE PA-SALDO TO WS-PA-SALDO(WS-PA-COUNT)
               IF PA-FECHA-ULT IS NUMERIC
                   MOVE PA-FECHA-ULT TO WS-PA-FULT(WS-PA-COUNT)
               ELSE
                   MOVE 0 TO WS-PA-FULT(WS-PA-COUNT)
               END-IF
           END-IF.

      * SOLO SE REGRABAN LAS PARTIDAS CON SALDO; LA SALDADA SALE
      * DEL ARCHIVO EN LA MISMA CORRIDA QUE LA SALDO
       GRABA-PARTIDAS.
           OPEN OUTPUT PARTIDAS-FILE
           PERFORM VARYING WS-PA-I FROM 1 BY 1
                   UNTIL WS-PA-I > WS-PA-COUNT
               IF WS-PA-SALDO(WS-PA-I) NOT = 0
                   MOVE SPACES TO PARTIDA-RECORD
                   MOVE WS-PA-CIA(WS-PA-I) TO PA-COMPANIA
                   MOVE WS-PA-ID(WS-PA-I) TO PA-CLIENTE-ID
                   MOVE WS-PA-REF(WS-PA-I) TO PA-REFERENCIA
                   MOVE WS-PA-TIPO(WS-PA-I) TO PA-TIPO
                   MOVE WS-PA-FECHA(WS-PA-I) TO PA-FECHA
                   MOVE WS-PA-ORIGINAL(WS-PA-I) TO PA-ORIGINAL
                   MOVE WS-PA-SALDO(WS-PA-I) TO PA-SALDO
                   MOVE WS-PA-FULT(WS-PA-I) TO PA-FECHA-ULT
                   WRITE PARTIDA-RECORD
               END-IF
           END-PERFORM
           CLOSE PARTIDAS-FILE.

      * UN CARGO NUEVO (O UN REVERSO DE ABONO, O UN AJUSTE A FAVOR
      * DE LA CASA) PRIMERO CONSUME LOS ABONOS SIN APLICAR DEL
      * CLIENTE, DEL MAS ANTIGUO AL MAS RECIENTE; LO QUE QUEDA ES EL
      * SALDO DE LA NUEVA PARTIDA. ENTRADA: WS-PA-CIA-MOV,
      * WS-PA-ID-MOV, WS-PA-REF-MOV, WS-PA-TIPO-MOV, WS-PA-FECHA-MOV
      * Y WS-PA-MONTO
       NUEVA-PARTIDA-CARGO.
           IF WS-PA-CIA-MOV = SPACES
               MOVE "01" TO WS-PA-CIA-MOV
           END-IF
           MOVE WS-PA-MONTO TO WS-PA-RESTO
           MOVE 1 TO WS-PA-INDICE
           PERFORM UNTIL WS-PA-RESTO <= 0 OR WS-PA-INDICE = 0
               PERFORM BUSCA-CREDITO-ANTIGUO
               IF WS-PA-INDICE > 0
                   COMPUTE WS-PA-TOMA = 0 - WS-PA-SALDO(WS-PA-INDICE)
                   IF WS-PA-TOMA > WS-PA-RESTO
                       MOVE WS-PA-RESTO TO WS-PA-TOMA
                   END-IF
                   ADD WS-PA-TOMA TO WS-PA-SALDO(WS-PA-INDICE)
                   MOVE WS-PA-FECHA-MOV TO WS-PA-FULT(WS-PA-INDICE)
                   SUBTRACT WS-PA-TOMA FROM WS-PA-RESTO
               END-IF
           END-PERFORM
           PERFORM GENERA-REFERENCIA-PARTIDA
           PERFORM AGREGA-PARTIDA.

      * UN ABONO (O CASTIGO, O REVERSO DE CARGO) PAGA LAS PARTIDAS
      * CON LA REFERENCIA QUE NOMBRA; SIN REFERENCIA PAGA DE LA MAS
      * ANTIGUA A LA MAS RECIENTE. UN ABONO QUE NOMBRA UNA PARTIDA NO
      * TOCA LAS DEMAS (EL CLIENTE PUEDE ESTAR DISPUTANDO OTRA): LO
      * QUE EXCEDE A LA NOMBRADA QUEDA SIN APLICAR
       APLICA-CREDITO-PARTIDAS.
           IF WS-PA-CIA-MOV = SPACES
               MOVE "01" TO WS-PA-CIA-MOV
           END-IF
           MOVE WS-PA-MONTO TO WS-PA-RESTO
           MOVE 1 TO WS-PA-INDICE
           PERFORM UNTIL WS-PA-RESTO <= 0 OR WS-PA-INDICE = 0
               PERFORM BUSCA-PARTIDA-ANTIGUA
               IF WS-PA-INDICE > 0
                   MOVE WS-PA-SALDO(WS-PA-INDICE) TO WS-PA-TOMA
                   IF WS-PA-TOMA > WS-PA-RESTO
                       MOVE WS-PA-RESTO TO WS-PA-TOMA
                   END-IF
                   SUBTRACT WS-PA-TOMA FROM WS-PA-SALDO(WS-PA-INDICE)
                   MOVE WS-PA-FECHA-MOV TO WS-PA-FULT(WS-PA-INDICE)
                   SUBTRACT WS-PA-TOMA FROM WS-PA-RESTO
               END-IF
           END-PERFORM
           IF WS-PA-RESTO > 0
               MOVE "A" TO WS-PA-TIPO-MOV
               PERFORM GENERA-REFERENCIA-PARTIDA
               COMPUTE WS-PA-MONTO = 0 - WS-PA-RESTO
               COMPUTE WS-PA-RESTO = 0 - WS-PA-RESTO
               PERFORM AGREGA-PARTIDA
           END-IF.

      * LA PARTIDA CON SALDO POR COBRAR MAS ANTIGUA DEL CLIENTE
      * (SOLO LAS DE WS-PA-REF-MOV SI VIENE NOMBRADA); 0 SI NO HAY
       BUSCA-PARTIDA-ANTIGUA.
           MOVE 0 TO WS-PA-INDICE
           MOVE 99999999 TO WS-PA-FECHA-MIN
           PERFORM VARYING WS-PA-I FROM 1 BY 1
                   UNTIL WS-PA-I > WS-PA-COUNT
               IF WS-PA-SALDO(WS-PA-I) > 0
                       AND WS-PA-ID(WS-PA-I) = WS-PA-ID-MOV
                       AND WS-PA-CIA(WS-PA-I) = WS-PA-CIA-MOV
                       AND (WS-PA-REF-MOV = SPACES
                         OR WS-PA-REF(WS-PA-I) = WS-PA-REF-MOV)
                       AND WS-PA-FECHA(WS-PA-I) < WS-PA-FECHA-MIN
                   MOVE WS-PA-I TO WS-PA-INDICE
                   MOVE WS-PA-FECHA(WS-PA-I) TO WS-PA-FECHA-MIN
               END-IF
           END-PERFORM.

      * EL ABONO SIN APLICAR MAS ANTIGUO DEL CLIENTE; 0 SI NO HAY
       BUSCA-CREDITO-ANTIGUO.
           MOVE 0 TO WS-PA-INDICE
           MOVE 99999999 TO WS-PA-FECHA-MIN
           PERFORM VARYING WS-PA-I FROM 1 BY 1
                   UNTIL WS-PA-I > WS-PA-COUNT
               IF WS-PA-SALDO(WS-PA-I) < 0
                       AND WS-PA-ID(WS-PA-I) = WS-PA-ID-MOV
                       AND WS-PA-CIA(WS-PA-I) = WS-PA-CIA-MOV
                       AND WS-PA-FECHA(WS-PA-I) < WS-PA-FECHA-MIN
                   MOVE WS-PA-I TO WS-PA-INDICE
                   MOVE WS-PA-FECHA(WS-PA-I) TO WS-PA-FECHA-MIN
               END-IF
           END-PERFORM.

      * LOCALIZA UNA PARTIDA CON SALDO DEL CLIENTE POR SU
      * REFERENCIA EXACTA (WS-PA-REF-MOV), SIN IMPORTAR EL SIGNO
       BUSCA-PARTIDA.
           MOVE "N" TO WS-PA-HALLADA-SWITCH
           MOVE 0 TO WS-PA-INDICE
           PERFORM VARYING WS-PA-I FROM 1 BY 1
                   UNTIL WS-PA-I > WS-PA-COUNT
                       OR WS-PA-HALLADA
               IF WS-PA-ID(WS-PA-I) = WS-PA-ID-MOV
                       AND WS-PA-CIA(WS-PA-I) = WS-PA-CIA-MOV
                       AND WS-PA-REF(WS-PA-I) = WS-PA-REF-MOV
                       AND WS-PA-SALDO(WS-PA-I) NOT = 0
                   SET WS-PA-HALLADA TO TRUE
                   MOVE WS-PA-I TO WS-PA-INDICE
               END-IF
           END-PERFORM.

      * UN MOVIMIENTO SIN REFERENCIA RECIBE UNA: TIPO, AAMMDD DE SU
      * FECHA Y UN CONSECUTIVO QUE NO CHOQUE CON OTRA PARTIDA VIVA
      * DEL MISMO CLIENTE
       GENERA-REFERENCIA-PARTIDA.
           IF WS-PA-REF-MOV NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PA-TIPO-MOV TO WS-PA-RG-TIPO
           MOVE WS-PA-FECHA-MOV(3:6) TO WS-PA-RG-FECHA
           MOVE 0 TO WS-PA-SEQ
           SET WS-PA-HALLADA TO TRUE
           PERFORM UNTIL NOT WS-PA-HALLADA OR WS-PA-SEQ = 999
               ADD 1 TO WS-PA-SEQ
               MOVE WS-PA-SEQ TO WS-PA-RG-SEQ
               MOVE WS-PA-REF-GENERADA TO WS-PA-REF-MOV
               PERFORM BUSCA-PARTIDA
           END-PERFORM.

      * ALTA DE LA PARTIDA: ORIGINAL WS-PA-MONTO, SALDO WS-PA-RESTO
      * (NEGATIVOS EN UN ABONO SIN APLICAR)
       AGREGA-PARTIDA.
           IF WS-PA-COUNT >= 30000
               SET WS-PA-LLENA TO TRUE
               DISPLAY "*** PARTIDAS ABIERTAS LLENAS (30000), PARTIDA "
                   "NO REGISTRADA: " WS-PA-ID-MOV " " WS-PA-REF-MOV
                   " ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PA-COUNT
           MOVE WS-PA-CIA-MOV TO WS-PA-CIA(WS-PA-COUNT)
           MOVE WS-PA-ID-MOV TO WS-PA-ID(WS-PA-COUNT)
           MOVE WS-PA-REF-MOV TO WS-PA-REF(WS-PA-COUNT)
           MOVE WS-PA-TIPO-MOV TO WS-PA-TIPO(WS-PA-COUNT)
           MOVE WS-PA-FECHA-MOV TO WS-PA-FECHA(WS-PA-COUNT)
           MOVE WS-PA-MONTO TO WS-PA-ORIGINAL(WS-PA-COUNT)
           MOVE WS-PA-RESTO TO WS-PA-SALDO(WS-PA-COUNT)
           MOVE WS-PA-FECHA-MOV TO WS-PA-FULT(WS-PA-COUNT).

      * SUMA DE LAS PARTIDAS VIVAS DE UN CLIENTE EN WS-PA-TOTAL
       SUMA-PARTIDAS-CLIENTE.
           MOVE 0 TO WS-PA-TOTAL
           PERFORM VARYING WS-PA-I FROM 1 BY 1
                   UNTIL WS-PA-I > WS-PA-COUNT
               IF WS-PA-ID(WS-PA-I) = WS-PA-ID-MOV
                       AND WS-PA-CIA(WS-PA-I) = WS-PA-CIA-MOV
                   ADD WS-PA-SALDO(WS-PA-I) TO WS-PA-TOTAL
               END-IF
           END-PERFORM.
