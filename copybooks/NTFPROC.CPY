      * AVISOS AL SUPERVISOR (NOTIFICA.DAT): LOS PROGRAMAS QUE DEJAN
      * ALGO EN ESPERA DE UN SUPERVISOR (CARGOS RETENIDOS, ACCIONES
      * POR APROBAR, DESVIACIONES, EXCESOS DE SLA, CRUCES POR
      * CONFIRMAR) ANOTAN AQUI UN AVISO; SE RECONOCEN EN
      * AVISOS-SUPERVISOR. EL MISMO ORIGEN Y REFERENCIA NO SE ANOTA
      * DOS VECES (EL TABLERO VUELVE A VER LAS MISMAS CORRIDAS)
       ANOTA-NOTIFICACION.
           MOVE 0 TO WS-NTF-FOLIO
           MOVE 0 TO WS-NTF-FOLIO-MAX
           MOVE "N" TO WS-NTF-REPETIDO-SWITCH
           MOVE "N" TO WS-NTF-EOF-SWITCH
           OPEN INPUT NOTIFICA-FILE
           IF WS-NTF-STATUS = "00"
               PERFORM UNTIL WS-NTF-EOF
                   READ NOTIFICA-FILE
                       AT END
                           SET WS-NTF-EOF TO TRUE
                       NOT AT END
                           IF NT-FOLIO IS NUMERIC
                                   AND NT-FOLIO > WS-NTF-FOLIO-MAX
                               MOVE NT-FOLIO TO WS-NTF-FOLIO-MAX
                           END-IF
                           IF NT-ORIGEN = WS-NTF-ORIGEN
                                   AND NT-REFERENCIA =
                                       WS-NTF-REFERENCIA
                               SET WS-NTF-REPETIDO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFICA-FILE
           END-IF
           IF WS-NTF-REPETIDO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND NOTIFICA-FILE
           IF WS-NTF-STATUS = "05" OR WS-NTF-STATUS = "35"
               CLOSE NOTIFICA-FILE
               OPEN OUTPUT NOTIFICA-FILE
           END-IF
           ADD 1 TO WS-NTF-FOLIO-MAX
           MOVE WS-NTF-FOLIO-MAX TO WS-NTF-FOLIO
           MOVE SPACES TO NOTIFICA-RECORD
           MOVE WS-NTF-FOLIO TO NT-FOLIO
           MOVE WS-NTF-ORIGEN TO NT-ORIGEN
           MOVE WS-NTF-SEVERIDAD TO NT-SEVERIDAD
           MOVE WS-NTF-REFERENCIA TO NT-REFERENCIA
           ACCEPT NT-FECHA FROM DATE YYYYMMDD
           ACCEPT NT-HORA FROM TIME
           MOVE WS-PROGRAMA-NOMBRE TO NT-PROGRAMA
           MOVE WS-CIA-ACTUAL TO NT-COMPANIA
           MOVE WS-NTF-DETALLE TO NT-DETALLE
           MOVE "P" TO NT-ESTATUS
           MOVE 0 TO NT-REC-FECHA
           MOVE 0 TO NT-REC-HORA
           MOVE SPACES TO NT-REC-OPERADOR
           WRITE NOTIFICA-RECORD
           CLOSE NOTIFICA-FILE.

      * AVISOS SIN RECONOCER, Y CUANTOS DE ELLOS SON CRITICOS
       CUENTA-NOTIFICACIONES.
           MOVE 0 TO WS-NTF-PENDIENTES
           MOVE 0 TO WS-NTF-CRITICOS
           MOVE "N" TO WS-NTF-EOF-SWITCH
           OPEN INPUT NOTIFICA-FILE
           IF WS-NTF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NTF-EOF
               READ NOTIFICA-FILE
                   AT END
                       SET WS-NTF-EOF TO TRUE
                   NOT AT END
                       IF NT-PENDIENTE
                           ADD 1 TO WS-NTF-PENDIENTES
                           IF NT-CRITICO
                               ADD 1 TO WS-NTF-CRITICOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFICA-FILE.
