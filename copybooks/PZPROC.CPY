      * POLIZAS CONTABLES: CADA CORRIDA QUE MUEVE DINERO ASIENTA SUS
      * TOTALES EN EL DIARIO COMPARTIDO POLIZAS.DAT, CARGO Y ABONO
      * POR CADA IMPORTE, CON LAS CUENTAS QUE MAPACONT.DAT DA A SU
      * PROGRAMA Y TIPO. CONTABILIDAD LAS PASA A SALDOCON.DAT.
      * ABRE-POLIZA TOMA EL FOLIO DE LA CORRIDA Y CARGA EL MAPA
       ABRE-POLIZA.
           ACCEPT WS-PZ-FOLIO-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-PZ-FOLIO-HORA FROM TIME
           MOVE WS-PZ-FOLIO-FECHA TO WS-PZ-FECHA
           IF WS-FECHA-NEGOCIO > 0
               MOVE WS-FECHA-NEGOCIO TO WS-PZ-FECHA
           END-IF
           MOVE WS-CIA-ACTUAL TO WS-PZ-CIA
           MOVE SPACES TO WS-PZ-REFERENCIA
           MOVE 0 TO WS-PZ-ASIENTOS
           PERFORM CARGA-MAPA-CONTABLE.

      * SIN MAPACONT.DAT SE ESCRIBE CON EL MAPA DEL TALLER Y SE USA
      * EN LA MISMA CORRIDA, COMO HACE TARIFAS.PRM
       CARGA-MAPA-CONTABLE.
           MOVE 0 TO WS-MC-COUNT
           MOVE "N" TO WS-MC-EOF-SWITCH
           OPEN INPUT MAPACONT-FILE
           IF WS-MC-STATUS NOT = "00"
               DISPLAY "MAPACONT.DAT NO EXISTE, SE CREA CON EL "
                   "MAPA DEL TALLER"
               OPEN OUTPUT MAPACONT-FILE
               PERFORM VARYING WS-MC-I FROM 1 BY 1
                       UNTIL WS-MC-I > 24
                   MOVE WS-MC-DEFECTO(WS-MC-I) TO MAPACONT-RECORD
                   WRITE MAPACONT-RECORD
               END-PERFORM
               CLOSE MAPACONT-FILE
               OPEN INPUT MAPACONT-FILE
           END-IF
           IF WS-MC-STATUS = "00"
               PERFORM UNTIL WS-MC-EOF
                   READ MAPACONT-FILE
                       AT END
                           SET WS-MC-EOF TO TRUE
                       NOT AT END
                           IF MC-PROGRAMA NOT = SPACES
                                   AND WS-MC-COUNT < 200
                               ADD 1 TO WS-MC-COUNT
                               MOVE MC-PROGRAMA TO
                                   WS-MC-PROGRAMA(WS-MC-COUNT)
                               MOVE MC-TIPO TO WS-MC-TIPO(WS-MC-COUNT)
                               MOVE MC-CUENTA-DEBE TO
                                   WS-MC-DEBE(WS-MC-COUNT)
                               MOVE MC-CUENTA-HABER TO
                                   WS-MC-HABER(WS-MC-COUNT)
                               MOVE MC-DESCRIPCION TO
                                   WS-MC-DESC(WS-MC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAPACONT-FILE
           END-IF.

      * ASIENTA WS-PZ-MONTO DEL TIPO WS-PZ-TIPO: UN RENGLON DE CARGO
      * Y UNO DE ABONO POR EL MISMO IMPORTE; UN IMPORTE NEGATIVO
      * INVIERTE LAS CUENTAS. SIN RENGLON EN EL MAPA AMBOS LADOS VAN
      * A LA CUENTA DE SUSPENSO 999999 PARA QUE CONTABILIDAD LA
      * RECLASIFIQUE
       ASIENTA-POLIZA.
           IF WS-PZ-MONTO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MC-INDICE
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I > WS-MC-COUNT OR WS-MC-INDICE > 0
               IF WS-MC-PROGRAMA(WS-MC-I) = WS-PROGRAMA-NOMBRE
                       AND WS-MC-TIPO(WS-MC-I) = WS-PZ-TIPO
                   MOVE WS-MC-I TO WS-MC-INDICE
               END-IF
           END-PERFORM
           IF WS-MC-INDICE = 0
               DISPLAY "AVISO: " WS-PROGRAMA-NOMBRE " TIPO "
                   WS-PZ-TIPO " SIN CUENTAS EN MAPACONT.DAT, "
                   "ASENTADO A SUSPENSO 999999"
               MOVE "999999" TO WS-PZ-CUENTA-DEBE
               MOVE "999999" TO WS-PZ-CUENTA-HABER
           ELSE
               MOVE WS-MC-DEBE(WS-MC-INDICE) TO WS-PZ-CUENTA-DEBE
               MOVE WS-MC-HABER(WS-MC-INDICE) TO WS-PZ-CUENTA-HABER
           END-IF
           IF WS-PZ-MONTO < 0
               MOVE WS-PZ-CUENTA-DEBE TO WS-PZ-CUENTA-AUX
               MOVE WS-PZ-CUENTA-HABER TO WS-PZ-CUENTA-DEBE
               MOVE WS-PZ-CUENTA-AUX TO WS-PZ-CUENTA-HABER
               COMPUTE WS-PZ-MONTO = 0 - WS-PZ-MONTO
           END-IF
           PERFORM ABRE-ANEXO-POLIZAS
           MOVE WS-PZ-CUENTA-DEBE TO PZ-CUENTA
           MOVE "D" TO PZ-NATURALEZA
           PERFORM ESCRIBE-RENGLON-POLIZA
           MOVE WS-PZ-CUENTA-HABER TO PZ-CUENTA
           MOVE "H" TO PZ-NATURALEZA
           PERFORM ESCRIBE-RENGLON-POLIZA
           CLOSE POLIZAS-FILE
           ADD 1 TO WS-PZ-ASIENTOS.

       ABRE-ANEXO-POLIZAS.
           OPEN EXTEND POLIZAS-FILE
           IF WS-PZ-STATUS = "05" OR WS-PZ-STATUS = "35"
               CLOSE POLIZAS-FILE
               OPEN OUTPUT POLIZAS-FILE
           END-IF.

      * PZ-CUENTA Y PZ-NATURALEZA LOS DEJA QUIEN LLAMA
       ESCRIBE-RENGLON-POLIZA.
           MOVE WS-PZ-FOLIO TO PZ-FOLIO
           MOVE WS-PZ-FECHA TO PZ-FECHA
           MOVE WS-PROGRAMA-NOMBRE TO PZ-PROGRAMA
           MOVE WS-PZ-TIPO TO PZ-TIPO
           MOVE WS-PZ-REFERENCIA TO PZ-REFERENCIA
           MOVE WS-PZ-MONTO TO PZ-MONTO
           MOVE WS-PZ-CIA TO PZ-COMPANIA
           MOVE "P" TO PZ-ESTATUS
           MOVE 0 TO PZ-FECHA-CONT
           WRITE POLIZA-RECORD.

      * UNA CORRIDA QUE SE REPITE (MISMO PROGRAMA Y REFERENCIA)
      * PRIMERO REVIERTE EL NETO POR CUENTA DE LO QUE YA ASENTO, ASI
      * EL DIARIO SOLO CONSERVA EL EFECTO DE LA ULTIMA CORRIDA
       REVIERTE-POLIZA-ANTERIOR.
           MOVE 0 TO WS-PZR-COUNT
           MOVE "N" TO WS-PZ-EOF-SWITCH
           OPEN INPUT POLIZAS-FILE
           IF WS-PZ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PZ-EOF
               READ POLIZAS-FILE
                   AT END
                       SET WS-PZ-EOF TO TRUE
                   NOT AT END
                       IF PZ-PROGRAMA = WS-PROGRAMA-NOMBRE
                               AND PZ-REFERENCIA = WS-PZ-REFERENCIA
                               AND PZ-MONTO IS NUMERIC
                           PERFORM ACUMULA-POLIZA-ANTERIOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLIZAS-FILE
           IF WS-PZR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRE-ANEXO-POLIZAS
           PERFORM VARYING WS-PZR-I FROM 1 BY 1
                   UNTIL WS-PZR-I > WS-PZR-COUNT
               IF WS-PZR-NETO(WS-PZR-I) NOT = 0
                   MOVE WS-PZR-TIPO(WS-PZR-I) TO WS-PZ-TIPO
                   MOVE WS-PZR-CUENTA(WS-PZR-I) TO PZ-CUENTA
                   IF WS-PZR-NETO(WS-PZR-I) > 0
                       MOVE "H" TO PZ-NATURALEZA
                       MOVE WS-PZR-NETO(WS-PZR-I) TO WS-PZ-MONTO
                   ELSE
                       MOVE "D" TO PZ-NATURALEZA
                       COMPUTE WS-PZ-MONTO =
                           0 - WS-PZR-NETO(WS-PZR-I)
                   END-IF
                   MOVE WS-PZ-CIA TO WS-PZ-CIA-GUARDA
                   MOVE WS-PZR-CIA(WS-PZR-I) TO WS-PZ-CIA
                   PERFORM ESCRIBE-RENGLON-POLIZA
                   MOVE WS-PZ-CIA-GUARDA TO WS-PZ-CIA
               END-IF
           END-PERFORM
           CLOSE POLIZAS-FILE
           DISPLAY "POLIZA ANTERIOR DE " WS-PZ-REFERENCIA
               " REVERTIDA".

       ACUMULA-POLIZA-ANTERIOR.
           MOVE 0 TO WS-PZR-INDICE
           PERFORM VARYING WS-PZR-I FROM 1 BY 1
                   UNTIL WS-PZR-I > WS-PZR-COUNT
                       OR WS-PZR-INDICE > 0
               IF WS-PZR-CUENTA(WS-PZR-I) = PZ-CUENTA
                       AND WS-PZR-TIPO(WS-PZR-I) = PZ-TIPO
                       AND WS-PZR-CIA(WS-PZR-I) = PZ-COMPANIA
                   MOVE WS-PZR-I TO WS-PZR-INDICE
               END-IF
           END-PERFORM
           IF WS-PZR-INDICE = 0
               IF WS-PZR-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PZR-COUNT
               MOVE WS-PZR-COUNT TO WS-PZR-INDICE
               MOVE PZ-CUENTA TO WS-PZR-CUENTA(WS-PZR-INDICE)
               MOVE PZ-TIPO TO WS-PZR-TIPO(WS-PZR-INDICE)
               MOVE PZ-COMPANIA TO WS-PZR-CIA(WS-PZR-INDICE)
               MOVE 0 TO WS-PZR-NETO(WS-PZR-INDICE)
           END-IF
           IF PZ-DEBE
               ADD PZ-MONTO TO WS-PZR-NETO(WS-PZR-INDICE)
           ELSE
               SUBTRACT PZ-MONTO FROM WS-PZR-NETO(WS-PZR-INDICE)
           END-IF.
