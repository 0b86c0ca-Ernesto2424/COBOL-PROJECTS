      * CASTIGOS DE CARTERA: CADA RENGLON DE CASTIGO.DAT ES UN
      * CASTIGO APROBADO EN LA COLA DE DOBLE AUTORIZACION, CON EL
      * MONTO (SALDO DEL SUB-LIBRO AL APROBAR), QUIEN LO PIDIO Y
      * QUIEN LO APROBO. ESTATUS A = APROBADO, POR POSTEAR; P =
      * POSTEADO (FECHA DE POSTEO). UN CLIENTE CON RENGLON QUEDA
      * MARCADO: NO SE LE OTORGA CREDITO NUEVO.
       CARGA-CASTIGOS.
           MOVE 0 TO WS-CAS-COUNT
           MOVE 0 TO WS-CAS-EXTRA
           MOVE "N" TO WS-CAS-EOF-SWITCH
           OPEN INPUT CASTIGO-FILE
           IF WS-CAS-STATUS = "00"
               PERFORM UNTIL WS-CAS-EOF
                   READ CASTIGO-FILE
                       AT END
                           SET WS-CAS-EOF TO TRUE
                       NOT AT END
                           IF CG-MONTO IS NUMERIC
                               IF WS-CAS-COUNT < 2000
                                   ADD 1 TO WS-CAS-COUNT
                                   PERFORM CARGA-RENGLON-CASTIGO
                               ELSE
                                   ADD 1 TO WS-CAS-EXTRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASTIGO-FILE
           END-IF
           IF WS-CAS-EXTRA > 0
               DISPLAY "AVISO: " WS-CAS-EXTRA " CASTIGOS MAS ALLA "
                   "DEL TOPE EN MEMORIA (2000) NO SE CONSIDERAN"
           END-IF.

       CARGA-RENGLON-CASTIGO.
           MOVE CG-CLIENTE-ID TO WS-CAS-ID(WS-CAS-COUNT)
           MOVE CG-COMPANIA TO WS-CAS-CIA(WS-CAS-COUNT)
           MOVE CG-MONTO TO WS-CAS-MONTO(WS-CAS-COUNT)
           MOVE CG-SOLICITANTE TO WS-CAS-SOLIC(WS-CAS-COUNT)
           MOVE CG-APROBADOR TO WS-CAS-APROB(WS-CAS-COUNT)
           MOVE CG-ESTATUS TO WS-CAS-ESTATUS(WS-CAS-COUNT)
           MOVE 0 TO WS-CAS-FSOL(WS-CAS-COUNT)
           MOVE 0 TO WS-CAS-FAPR(WS-CAS-COUNT)
           MOVE 0 TO WS-CAS-FPOST(WS-CAS-COUNT)
           IF CG-FECHA-SOL IS NUMERIC
               MOVE CG-FECHA-SOL TO WS-CAS-FSOL(WS-CAS-COUNT)
           END-IF
           IF CG-FECHA-APR IS NUMERIC
               MOVE CG-FECHA-APR TO WS-CAS-FAPR(WS-CAS-COUNT)
           END-IF
           IF CG-FECHA-POST IS NUMERIC
               MOVE CG-FECHA-POST TO WS-CAS-FPOST(WS-CAS-COUNT)
           END-IF.

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA
       GRABA-CASTIGOS.
           OPEN OUTPUT CASTIGO-FILE
           PERFORM VARYING WS-CAS-I FROM 1 BY 1
                   UNTIL WS-CAS-I > WS-CAS-COUNT
               MOVE SPACES TO CASTIGO-RECORD
               MOVE WS-CAS-ID(WS-CAS-I) TO CG-CLIENTE-ID
               MOVE WS-CAS-CIA(WS-CAS-I) TO CG-COMPANIA
               MOVE WS-CAS-MONTO(WS-CAS-I) TO CG-MONTO
               MOVE WS-CAS-SOLIC(WS-CAS-I) TO CG-SOLICITANTE
               MOVE WS-CAS-FSOL(WS-CAS-I) TO CG-FECHA-SOL
               MOVE WS-CAS-APROB(WS-CAS-I) TO CG-APROBADOR
               MOVE WS-CAS-FAPR(WS-CAS-I) TO CG-FECHA-APR
               MOVE WS-CAS-ESTATUS(WS-CAS-I) TO CG-ESTATUS
               MOVE WS-CAS-FPOST(WS-CAS-I) TO CG-FECHA-POST
               WRITE CASTIGO-RECORD
           END-PERFORM
           CLOSE CASTIGO-FILE.

      * LOCALIZA EL CASTIGO DEL CLIENTE WS-CAS-ID-BUSCADO EN LA
      * COMPANIA ACTUAL; WS-CAS-INDICE QUEDA EN 0 SI NO ESTA MARCADO
       BUSCA-CASTIGO.
           MOVE "N" TO WS-CASTIGADO-SWITCH
           MOVE 0 TO WS-CAS-INDICE
           PERFORM VARYING WS-CAS-I FROM 1 BY 1
                   UNTIL WS-CAS-I > WS-CAS-COUNT
                       OR WS-CASTIGADO
               IF WS-CAS-ID(WS-CAS-I) = WS-CAS-ID-BUSCADO
                       AND (WS-CAS-CIA(WS-CAS-I) = WS-CIA-ACTUAL
                         OR (WS-CAS-CIA(WS-CAS-I) = SPACES
                           AND WS-CIA-ACTUAL = "01"))
                   SET WS-CASTIGADO TO TRUE
                   MOVE WS-CAS-I TO WS-CAS-INDICE
               END-IF
           END-PERFORM.
