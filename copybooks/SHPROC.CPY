      * HISTORIA DE SALARIOS (SALHIST.DAT)
       CARGA-HISTORIA-SALARIOS.
           MOVE 0 TO WS-SH-COUNT
           MOVE "N" TO WS-SH-EOF-SWITCH
           OPEN INPUT SALHIST-FILE
           IF WS-SH-STATUS = "00"
               PERFORM UNTIL WS-SH-EOF
                   READ SALHIST-FILE
                       AT END
                           SET WS-SH-EOF TO TRUE
                       NOT AT END
                           IF WS-SH-COUNT < 3000
                                   AND SH-EMP-ID NOT = SPACES
                                   AND SH-FECHA-EFECTIVA IS NUMERIC
                                   AND SH-BASE IS NUMERIC
                               ADD 1 TO WS-SH-COUNT
                               MOVE SH-EMP-ID TO
                                   WS-SH-EMP-ID(WS-SH-COUNT)
                               MOVE SH-COMPANIA TO
                                   WS-SH-CIA(WS-SH-COUNT)
                               MOVE SH-FECHA-EFECTIVA TO
                                   WS-SH-EFECTIVA(WS-SH-COUNT)
                               MOVE SH-BASE TO
                                   WS-SH-BASE(WS-SH-COUNT)
                               MOVE SH-FRECUENCIA TO
                                   WS-SH-FREC(WS-SH-COUNT)
                               MOVE SH-DEDUCCIONES TO
                                   WS-SH-DED(WS-SH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALHIST-FILE
           END-IF.

      * WS-SH-EMP-BUSCADO + WS-SH-CIA-BUSCADA + WS-SH-PERIODO-BUSCADO
      * -> WS-SH-INDICE DEL CAMBIO VIGENTE EN ESE PERIODO (0 = NINGUNO)
      * Y WS-SH-TIENE-HISTORIA SI EL EMPLEADO TIENE ALGUN CAMBIO. A
      * IGUAL MES DE VIGENCIA GANA EL CAPTURADO DESPUES.
       BUSCA-TARIFA-VIGENTE.
           MOVE 0 TO WS-SH-INDICE
           MOVE "N" TO WS-SH-HISTORIA-SWITCH
           PERFORM VARYING WS-SH-I FROM 1 BY 1
                   UNTIL WS-SH-I > WS-SH-COUNT
               IF WS-SH-EMP-ID(WS-SH-I) = WS-SH-EMP-BUSCADO
                       AND WS-SH-CIA(WS-SH-I) = WS-SH-CIA-BUSCADA
                   SET WS-SH-TIENE-HISTORIA TO TRUE
                   IF WS-SH-EFECTIVA(WS-SH-I)(1:6) NOT >
                           WS-SH-PERIODO-BUSCADO
                       IF WS-SH-INDICE = 0
                           MOVE WS-SH-I TO WS-SH-INDICE
                       ELSE
                           IF WS-SH-EFECTIVA(WS-SH-I)(1:6) NOT <
                                   WS-SH-EFECTIVA(WS-SH-INDICE)(1:6)
                               MOVE WS-SH-I TO WS-SH-INDICE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
