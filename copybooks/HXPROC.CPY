      * CARGA LOS PARAMETROS DE TIEMPO EXTRA DESDE HORASEXT.CTL
      * (PRIMA 9(3) EN PORCIENTO, JORNADA 9(3) Y LIMITE 9(3) HORAS
      * POR SEMANA EN UNA LINEA). SI EL ARCHIVO FALTA O ESTA MAL
      * FORMADO SE USAN LOS VALORES ESTANDAR: PRIMA 200, JORNADA 48
      * Y LIMITE DE 9 HORAS EXTRA POR SEMANA.
       CARGA-PARAM-HORAS-EXTRA.
           MOVE 200 TO WS-HX-PRIMA
           MOVE 48 TO WS-HX-JORNADA
           MOVE 9 TO WS-HX-LIMITE
           OPEN INPUT HORASEXT-CTL-FILE
           IF WS-HX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HORASEXT-CTL-FILE
               AT END
                   DISPLAY "HORASEXT.CTL VACIO, SE USAN LOS "
                       "PARAMETROS ESTANDAR DE TIEMPO EXTRA"
               NOT AT END
                   IF HC-PRIMA IS NUMERIC
                           AND HC-JORNADA IS NUMERIC
                           AND HC-LIMITE IS NUMERIC
                           AND HC-PRIMA NOT = "000"
                           AND HC-JORNADA NOT = "000"
                       MOVE HC-PRIMA TO WS-HX-PRIMA
                       MOVE HC-JORNADA TO WS-HX-JORNADA
                       MOVE HC-LIMITE TO WS-HX-LIMITE
                   ELSE
                       DISPLAY "PARAMETROS INVALIDOS EN HORASEXT.CTL"
                           ", SE USAN LOS ESTANDAR DE TIEMPO EXTRA"
                   END-IF
           END-READ
           CLOSE HORASEXT-CTL-FILE.

      * SEMANAS QUE CUBRE UN PERIODO DE LA FRECUENCIA DADA EN
      * WS-HX-FRECUENCIA, HORAS ORDINARIAS DEL PERIODO Y LIMITE DE
      * HORAS EXTRA DEL PERIODO
       SEMANAS-DE-FRECUENCIA.
           EVALUATE WS-HX-FRECUENCIA
               WHEN "S"
                   MOVE 1 TO WS-HX-SEMANAS
               WHEN "Q"
                   MOVE 2 TO WS-HX-SEMANAS
               WHEN OTHER
                   MOVE 4.33 TO WS-HX-SEMANAS
           END-EVALUATE
           COMPUTE WS-HX-HORAS-PERIODO =
               WS-HX-JORNADA * WS-HX-SEMANAS
           COMPUTE WS-HX-LIMITE-PERIODO =
               WS-HX-LIMITE * WS-HX-SEMANAS.
