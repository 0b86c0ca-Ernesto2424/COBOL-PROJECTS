      * ANTIGUEDAD DE LA CARTERA: CON ABIERTAS.DAT LAS CUBETAS SE
      * LLENAN CON LAS PARTIDAS ABIERTAS REALES (CADA SALDO EN LA
      * CUBETA DE LA FECHA DE SU PARTIDA); SIN ELLAS SE RECONSTRUYEN
      * DESDE LOS DIAS ARCHIVADOS. EL PROGRAMA QUE COPIA ANTPROC
      * COPIA TAMBIEN LOS PA (SEL, FD, WS Y PROC)
       ANTIGUEDAD-CARTERA.
           PERFORM CARGA-PARTIDAS
           IF WS-PA-SIN-ARCHIVO
               PERFORM RECORRE-ARCHIVOS
           ELSE
               PERFORM CUBETAS-DE-PARTIDAS
           END-IF.

       CUBETAS-DE-PARTIDAS.
           PERFORM VARYING WS-PA-INDICE FROM 1 BY 1
                   UNTIL WS-PA-INDICE > WS-PA-COUNT
               IF WS-PA-SALDO(WS-PA-INDICE) NOT = 0
                   PERFORM APLICA-PARTIDA-A-CUBETAS
               END-IF
           END-PERFORM.

      * UNA PARTIDA CON SALDO POR COBRAR ENVEJECE DESDE SU FECHA; UN
      * ABONO SIN APLICAR ES SALDO A FAVOR EN LA CUBETA ACTUAL
       APLICA-PARTIDA-A-CUBETAS.
           MOVE WS-PA-ID(WS-PA-INDICE) TO WS-CLI-ID-BUSCADO
           PERFORM LOCALIZA-CLIENTE-ANTIG
           IF WS-CLI-INDICE = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-CLX TO WS-CLI-INDICE
           IF WS-PA-SALDO(WS-PA-INDICE) < 0
               ADD WS-PA-SALDO(WS-PA-INDICE) TO
                   WS-C-CUBETA(WS-CLX, 1)
               ADD WS-PA-SALDO(WS-PA-INDICE) TO
                   WS-C-SIN-APLICAR(WS-CLX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PA-FECHA(WS-PA-INDICE) TO WS-FECHA-MOV
           IF WS-FM-MM < 1 OR WS-FM-MM > 12
                   OR WS-FM-DD < 1 OR WS-FM-DD > 31
               MOVE WS-FECHA-HOY TO WS-FECHA-MOV
           END-IF
           PERFORM DETERMINA-CUBETA
           ADD WS-PA-SALDO(WS-PA-INDICE) TO
               WS-C-CUBETA(WS-CLX, WS-BUCKET).

      * ANTIGUEDAD DE SALDOS: RECORRE CADA DIA ARCHIVADO DE
      * ARCHTRAN.DAT EN ORDEN CRONOLOGICO, RELEE SU
      * TRANSACC.AAAAMMDD.DAT Y ACOMODA EL SALDO ABIERTO DE CADA
      * CLIENTE EN CUBETAS DE EDAD CONTRA WS-FECHA-HOY (EL PROGRAMA
      * LA FIJA ANTES, NORMALMENTE CON LA FECHA DE NEGOCIO): LOS
      * CARGOS ENVEJECEN EN LA CUBETA DE SU FECHA, LOS ABONOS PAGAN
      * PRIMERO LA DEUDA MAS VIEJA
       RECORRE-ARCHIVOS.
           MOVE "N" TO WS-EOF-ARCH-SWITCH
           OPEN INPUT ARCHIVO-REGISTRO
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "SIN DIAS ARCHIVADOS (ARCHTRAN.DAT)"
           ELSE
               PERFORM UNTIL WS-EOF-ARCH
                   READ ARCHIVO-REGISTRO
                       AT END
                           SET WS-EOF-ARCH TO TRUE
                       NOT AT END
                           PERFORM PROCESA-DIA-ARCHIVADO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-REGISTRO
           END-IF.

       PROCESA-DIA-ARCHIVADO.
           MOVE AR-ARCHIVO TO WS-ARCH-FILENAME
           MOVE "N" TO WS-EOF-TA-SWITCH
           OPEN INPUT TRANS-ARCHIVADO
           IF WS-TA-STATUS = "00"
               PERFORM UNTIL WS-EOF-TA
                   READ TRANS-ARCHIVADO
                       AT END
                           SET WS-EOF-TA TO TRUE
                       NOT AT END
                           IF TRANS-ARCH-RECORD(1:3)
                                   NOT = "TRL"
                                   AND TA-MONTO IS NUMERIC
                               PERFORM APLICA-A-CUBETAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-ARCHIVADO
           END-IF.

      * LA EDAD DEL MOVIMIENTO SE MIDE EN DIAS CONTRA LA FECHA DE
      * NEGOCIO; UNA FECHA IMPLAUSIBLE EN EL MOVIMIENTO ENVEJECE CON
      * LA FECHA DEL DIA ARCHIVADO
       APLICA-A-CUBETAS.
           MOVE TA-FECHA TO WS-FECHA-MOV
           IF TA-FECHA IS NOT NUMERIC
                   OR WS-FM-MM < 1 OR WS-FM-MM > 12
                   OR WS-FM-DD < 1 OR WS-FM-DD > 31
               MOVE AR-FECHA TO WS-FECHA-MOV
           END-IF
           PERFORM DETERMINA-CUBETA
           PERFORM LOCALIZA-CLIENTE
           IF WS-CLI-INDICE = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-CLX TO WS-CLI-INDICE
      * UN CARGO FINANCIERO (F) ENVEJECE COMO CUALQUIER CARGO, Y UN
      * REEMBOLSO DE SALDO A FAVOR (E) TAMBIEN: CANCELA EL CREDITO. UN
      * REVERSO DE ABONO DEVUELVE LA DEUDA A SU CUBETA; UN REVERSO
      * DE CARGO (O SIN TIPO ORIGINAL) LA PAGA
           EVALUATE TRUE
               WHEN TA-TIPO = "C" OR TA-TIPO = "F"
                       OR TA-TIPO = "E"
                   ADD TA-MONTO TO
                       WS-C-CUBETA(WS-CLX, WS-BUCKET)
               WHEN TA-TIPO = "R"
                       AND TA-TIPO-ORIGINAL = "A"
                   ADD TA-MONTO TO
                       WS-C-CUBETA(WS-CLX, WS-BUCKET)
               WHEN OTHER
                   PERFORM PAGA-DEUDA-ANTIGUA
           END-EVALUATE.

      * CUBETA DE EDAD DE WS-FECHA-MOV CONTRA WS-FECHA-HOY
       DETERMINA-CUBETA.
           COMPUTE WS-DIAS-EDAD =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
               FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV)
           EVALUATE TRUE
               WHEN WS-DIAS-EDAD < 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DIAS-EDAD < 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DIAS-EDAD < 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

       LOCALIZA-CLIENTE.
           MOVE TA-CLIENTE-ID TO WS-CLI-ID-BUSCADO
           PERFORM LOCALIZA-CLIENTE-ANTIG.

      * BUSCA WS-CLI-ID-BUSCADO Y LO DA DE ALTA SI ES NUEVO
       LOCALIZA-CLIENTE-ANTIG.
           PERFORM BUSCA-CLIENTE-ANTIG
           IF WS-CLI-INDICE = 0
               IF WS-CLI-COUNT >= 2000
                   DISPLAY "TABLA DE CLIENTES LLENA (2000), "
                       "MOVIMIENTO OMITIDO: " WS-CLI-ID-BUSCADO
               ELSE
                   ADD 1 TO WS-CLI-COUNT
                   MOVE WS-CLI-COUNT TO WS-CLI-INDICE
                   SET WS-CLX TO WS-CLI-INDICE
                   MOVE WS-CLI-ID-BUSCADO TO WS-C-ID(WS-CLX)
                   MOVE 0 TO WS-C-SIN-APLICAR(WS-CLX)
                   PERFORM VARYING WS-B-I FROM 1 BY 1
                           UNTIL WS-B-I > 4
                       MOVE 0 TO WS-C-CUBETA(WS-CLX, WS-B-I)
                   END-PERFORM
               END-IF
           END-IF.

      * SOLO BUSCA: WS-CLI-INDICE QUEDA EN 0 SI EL CLIENTE NO TIENE
      * MOVIMIENTOS ARCHIVADOS
       BUSCA-CLIENTE-ANTIG.
           MOVE 0 TO WS-CLI-INDICE
           PERFORM VARYING WS-CLI-I FROM 1 BY 1
                   UNTIL WS-CLI-I > WS-CLI-COUNT
                       OR WS-CLI-INDICE > 0
               IF WS-C-ID(WS-CLI-I) = WS-CLI-ID-BUSCADO
                   MOVE WS-CLI-I TO WS-CLI-INDICE
               END-IF
           END-PERFORM.

      * UN ABONO PAGA PRIMERO LA DEUDA MAS VIEJA (CUBETA 4 HACIA 1);
      * LO QUE SOBRA QUEDA COMO SALDO A FAVOR EN LA CUBETA ACTUAL
       PAGA-DEUDA-ANTIGUA.
           MOVE TA-MONTO TO WS-ABONO-RESTA
           PERFORM VARYING WS-B-I FROM 4 BY -1
                   UNTIL WS-B-I < 1 OR WS-ABONO-RESTA <= 0
               IF WS-C-CUBETA(WS-CLX, WS-B-I) > 0
                   IF WS-C-CUBETA(WS-CLX, WS-B-I) >=
                           WS-ABONO-RESTA
                       SUBTRACT WS-ABONO-RESTA FROM
                           WS-C-CUBETA(WS-CLX, WS-B-I)
                       MOVE 0 TO WS-ABONO-RESTA
                   ELSE
                       SUBTRACT WS-C-CUBETA(WS-CLX, WS-B-I)
                           FROM WS-ABONO-RESTA
                       MOVE 0 TO
                           WS-C-CUBETA(WS-CLX, WS-B-I)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ABONO-RESTA > 0
               SUBTRACT WS-ABONO-RESTA FROM
                   WS-C-CUBETA(WS-CLX, 1)
           END-IF.
