      * CAMBIOS DE CALIFICACION (CAMBCAL.DAT). LA SOLICITUD SE HACE
      * EN CAMBIO-CALIFICACION Y SIEMPRE PASA POR LA COLA DE DOBLE
      * AUTORIZACION (ACCION CAMBIOCAL, PARAMETRO = FOLIO); AL
      * APROBARSE, APRUEBA-ACCIONES CORRIGE EL RENGLON DE HISTCAL.DAT
      * Y EL RENGLON QUEDA COMO HISTORIA DEL ANTES Y EL DESPUES
       CARGA-CAMBIOS-CAL.
           MOVE 0 TO WS-CAM-COUNT
           MOVE 0 TO WS-CAM-FOLIO-MAX
           MOVE "N" TO WS-CAM-EOF-SWITCH
           OPEN INPUT CAMBCAL-FILE
           IF WS-CAM-STATUS = "00"
               PERFORM UNTIL WS-CAM-EOF
                   READ CAMBCAL-FILE
                       AT END
                           SET WS-CAM-EOF TO TRUE
                       NOT AT END
                           IF CM-FOLIO IS NUMERIC
                                   AND WS-CAM-COUNT < 2000
                               ADD 1 TO WS-CAM-COUNT
                               MOVE CAMBCAL-RECORD TO
                                   WS-CAM-ENTRY(WS-CAM-COUNT)
                               IF CM-FOLIO > WS-CAM-FOLIO-MAX
                                   MOVE CM-FOLIO TO WS-CAM-FOLIO-MAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBCAL-FILE
           END-IF.

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA
       GRABA-CAMBIOS-CAL.
           OPEN OUTPUT CAMBCAL-FILE
           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-CAM-COUNT
               MOVE WS-CAM-ENTRY(WS-CAM-I) TO CAMBCAL-RECORD
               WRITE CAMBCAL-RECORD
           END-PERFORM
           CLOSE CAMBCAL-FILE.

      * WS-CAM-INDICE QUEDA EN 0 SI EL FOLIO NO EXISTE
       BUSCA-CAMBIO-CAL.
           MOVE 0 TO WS-CAM-INDICE
           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-CAM-COUNT
                       OR WS-CAM-INDICE > 0
               IF WS-CAM-FOLIO(WS-CAM-I) = WS-CAM-FOLIO-BUSCADO
                   MOVE WS-CAM-I TO WS-CAM-INDICE
               END-IF
           END-PERFORM.
