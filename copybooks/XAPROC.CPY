      * DEJA EN WS-XA-REG EL ULTIMO RENGLON DE CLIARCH.DAT DEL
      * CLIENTE WS-XA-BUSCADO Y PRENDE WS-XA-HALLADO
       BUSCA-CLIENTE-ARCHIVO.
           MOVE "N" TO WS-XA-HALLADO-SWITCH
           MOVE "N" TO WS-XA-EOF-SWITCH
           OPEN INPUT CLIARCH-FILE
           IF WS-XA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XA-EOF
               READ CLIARCH-FILE
                   AT END
                       SET WS-XA-EOF TO TRUE
                   NOT AT END
                       IF XA-CLIENTE-ID = WS-XA-BUSCADO
                           SET WS-XA-HALLADO TO TRUE
                           MOVE CLIARCH-RECORD TO WS-XA-REG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIARCH-FILE.
