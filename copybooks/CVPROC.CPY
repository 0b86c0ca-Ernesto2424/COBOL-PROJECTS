      * EL ARCHIVO DE CONVENIOS COMPLETO (TODAS LAS COMPANIAS) VIAJA
      * EN MEMORIA; SOLO EL PROGRAMA DE CONVENIOS LO REGRABA. UN
      * CLIENTE PUEDE TENER VARIOS CONVENIOS EN SU HISTORIA PERO UNO
      * SOLO ACTIVO A LA VEZ
       CARGA-CONVENIOS.
           MOVE 0 TO WS-CV-COUNT
           MOVE 0 TO WS-CV-EXTRA
           MOVE "N" TO WS-CV-EOF-SWITCH
           OPEN INPUT CONVENIOS-FILE
           IF WS-CV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CV-EOF
               READ CONVENIOS-FILE
                   AT END
                       SET WS-CV-EOF TO TRUE
                   NOT AT END
                       IF WS-CV-COUNT < 2000
                           ADD 1 TO WS-CV-COUNT
                           IF CV-COMPANIA = SPACES
                               MOVE "01" TO CV-COMPANIA
                           END-IF
                           MOVE CV-CLIENTE-ID TO
                               WS-CV-ID(WS-CV-COUNT)
                           MOVE CV-COMPANIA TO WS-CV-CIA(WS-CV-COUNT)
                           MOVE CV-ESTATUS TO WS-CV-EST(WS-CV-COUNT)
                           MOVE CV-FECHA-ALTA TO
                               WS-CV-ALTA(WS-CV-COUNT)
                           MOVE 0 TO WS-CV-ABONADO(WS-CV-COUNT)
                           MOVE CONVENIO-RECORD TO
                               WS-CV-REG(WS-CV-COUNT)
                       ELSE
                           ADD 1 TO WS-CV-EXTRA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONVENIOS-FILE
           IF WS-CV-EXTRA > 0
               DISPLAY "AVISO: " WS-CV-EXTRA " CONVENIOS DE "
                   "CONVENIO.DAT MAS ALLA DEL TOPE EN MEMORIA (2000) "
                   "NO SE CONSIDERARON"
           END-IF.

       GRABA-CONVENIOS.
           OPEN OUTPUT CONVENIOS-FILE
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               MOVE WS-CV-REG(WS-CV-I) TO CONVENIO-RECORD
               WRITE CONVENIO-RECORD
           END-PERFORM
           CLOSE CONVENIOS-FILE.

      * DEJA EN WS-CV-INDICE EL CONVENIO MAS RECIENTE DEL CLIENTE
      * (EL ULTIMO EN EL ARCHIVO), O CERO SI NUNCA TUVO; SU ESTATUS
      * ESTA EN WS-CV-EST
       BUSCA-CONVENIO-CLIENTE.
           MOVE 0 TO WS-CV-INDICE
           PERFORM VARYING WS-CV-I FROM 1 BY 1
                   UNTIL WS-CV-I > WS-CV-COUNT
               IF WS-CV-ID(WS-CV-I) = WS-CV-ID-BUSCADO
                   MOVE WS-CV-I TO WS-CV-INDICE
               END-IF
           END-PERFORM.
