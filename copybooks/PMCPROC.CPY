      * CONTROL DE CAMBIOS DE PARAMETROS. PARAMAPR.CTL GUARDA LA
      * VERSION APROBADA DE CADA ARCHIVO (FIRMA Y RENGLONES); EL
      * DIRECTORIO PARAMAPR GUARDA LA COPIA APROBADA (ARCHIVO) Y EL
      * CAMBIO PROGRAMADO (ARCHIVO.PEN); PARAMHIS.DAT EL ANTES Y
      * DESPUES DE CADA CAMBIO CON MOTIVO Y FECHA DE VIGENCIA
       CARGA-CONTROL-PMC.
           MOVE 0 TO WS-PMC-CTL-COUNT
           MOVE "N" TO WS-PMC-EOF-SWITCH
           OPEN INPUT PMC-CONTROL-FILE
           IF WS-PMC-CTL-STATUS = "00"
               PERFORM UNTIL WS-PMC-EOF
                   READ PMC-CONTROL-FILE
                       AT END
                           SET WS-PMC-EOF TO TRUE
                       NOT AT END
                           IF PMA-ARCHIVO NOT = SPACES
                                   AND WS-PMC-CTL-COUNT < 30
                               ADD 1 TO WS-PMC-CTL-COUNT
                               MOVE PMC-CONTROL-RECORD TO
                                   WS-PMC-CTL-ENTRY(WS-PMC-CTL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PMC-CONTROL-FILE
           END-IF.

      * EL ARCHIVO SE REGRABA COMPLETO DESDE LA TABLA
       GRABA-CONTROL-PMC.
           OPEN OUTPUT PMC-CONTROL-FILE
           PERFORM VARYING WS-PMC-CTL-I FROM 1 BY 1
                   UNTIL WS-PMC-CTL-I > WS-PMC-CTL-COUNT
               MOVE WS-PMC-CTL-ENTRY(WS-PMC-CTL-I) TO
                   PMC-CONTROL-RECORD
               WRITE PMC-CONTROL-RECORD
           END-PERFORM
           CLOSE PMC-CONTROL-FILE.

      * WS-PMC-CTL-INDICE QUEDA EN 0 SI EL ARCHIVO NO TIENE VERSION
      * APROBADA
       BUSCA-CONTROL-PMC.
           MOVE 0 TO WS-PMC-CTL-INDICE
           PERFORM VARYING WS-PMC-CTL-I FROM 1 BY 1
                   UNTIL WS-PMC-CTL-I > WS-PMC-CTL-COUNT
                       OR WS-PMC-CTL-INDICE > 0
               IF WS-PA-ARCHIVO(WS-PMC-CTL-I) = WS-PMC-ARCHIVO
                   MOVE WS-PMC-CTL-I TO WS-PMC-CTL-INDICE
               END-IF
           END-PERFORM.

      * FIRMA DEL CONTENIDO DE WS-PMC-ARCHIVO, BYTE POR BYTE Y EN
      * ORDEN, PARTIENDO DE CERO (MISMO CALCULO QUE LA CADENA DE
      * AUDITORIA): CUALQUIER CAMBIO DE TEXTO U ORDEN LA ALTERA
       CALCULA-FIRMA-PMC.
           MOVE "N" TO WS-PMC-EXISTE-SWITCH
           MOVE 0 TO WS-PMC-LINEAS
           MOVE 0 TO WS-PMC-FIRMA
           MOVE "N" TO WS-PMC-EOF-SWITCH
           OPEN INPUT PMC-PARAMETRO-FILE
           IF WS-PMC-PRM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET WS-PMC-EXISTE TO TRUE
           PERFORM UNTIL WS-PMC-EOF
               READ PMC-PARAMETRO-FILE
                   AT END
                       SET WS-PMC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PMC-LINEAS
                       PERFORM VARYING WS-PMC-POS FROM 1 BY 1
                               UNTIL WS-PMC-POS > 100
                           COMPUTE WS-PMC-FIRMA = FUNCTION MOD(
                               WS-PMC-FIRMA * 31
                               + FUNCTION ORD(PMC-PARAMETRO-RECORD
                                   (WS-PMC-POS:1)) * WS-PMC-POS,
                               999999937)
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PMC-PARAMETRO-FILE.

      * EL CONTENIDO ACTUAL DE WS-PMC-ARCHIVO QUEDA COMO VERSION
      * APROBADA: COPIA EN PARAMAPR, FIRMA EN PARAMAPR.CTL A NOMBRE
      * DE WS-AUD-OPERADOR. UN CAMBIO PROGRAMADO QUEDA DESCARTADO
       APRUEBA-VERSION-PMC.
           CALL "SYSTEM" USING "mkdir -p PARAMAPR"
           MOVE 0 TO RETURN-CODE
           PERFORM CALCULA-FIRMA-PMC
           MOVE SPACES TO WS-PMC-COMANDO
           IF WS-PMC-EXISTE
               STRING "cp -f " FUNCTION TRIM(WS-PMC-ARCHIVO)
                   " PARAMAPR/" FUNCTION TRIM(WS-PMC-ARCHIVO)
                   DELIMITED BY SIZE INTO WS-PMC-COMANDO
           ELSE
               STRING "rm -f PARAMAPR/" FUNCTION TRIM(WS-PMC-ARCHIVO)
                   DELIMITED BY SIZE INTO WS-PMC-COMANDO
           END-IF
           CALL "SYSTEM" USING WS-PMC-COMANDO
           MOVE 0 TO RETURN-CODE
           PERFORM BUSCA-CONTROL-PMC
           IF WS-PMC-CTL-INDICE = 0
               IF WS-PMC-CTL-COUNT >= 30
                   DISPLAY "PARAMAPR.CTL LLENO, NO SE APRUEBA "
                       WS-PMC-ARCHIVO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PMC-CTL-COUNT
               MOVE WS-PMC-CTL-COUNT TO WS-PMC-CTL-INDICE
               INITIALIZE WS-PMC-CTL-ENTRY(WS-PMC-CTL-INDICE)
               MOVE WS-PMC-ARCHIVO TO WS-PA-ARCHIVO(WS-PMC-CTL-INDICE)
           END-IF
           ACCEPT WS-PA-FECHA(WS-PMC-CTL-INDICE) FROM DATE YYYYMMDD
           ACCEPT WS-PA-HORA(WS-PMC-CTL-INDICE) FROM TIME
           MOVE WS-AUD-OPERADOR TO WS-PA-OPERADOR(WS-PMC-CTL-INDICE)
           MOVE WS-PMC-EXISTE-SWITCH TO
               WS-PA-EXISTE(WS-PMC-CTL-INDICE)
           MOVE WS-PMC-LINEAS TO WS-PA-LINEAS(WS-PMC-CTL-INDICE)
           MOVE WS-PMC-FIRMA TO WS-PA-FIRMA(WS-PMC-CTL-INDICE)
           MOVE 0 TO WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE)
           MOVE 0 TO WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE)
           PERFORM GRABA-CONTROL-PMC.

      * FOLIO SIGUIENTE AL MAYOR DE PARAMHIS.DAT
       SIGUIENTE-FOLIO-PMC.
           MOVE 0 TO WS-PMC-FOLIO
           MOVE "N" TO WS-PMC-EOF-SWITCH
           OPEN INPUT PMC-HISTORIA-FILE
           IF WS-PMC-HIS-STATUS = "00"
               PERFORM UNTIL WS-PMC-EOF
                   READ PMC-HISTORIA-FILE
                       AT END
                           SET WS-PMC-EOF TO TRUE
                       NOT AT END
                           IF PMH-FOLIO IS NUMERIC
                                   AND PMH-FOLIO > WS-PMC-FOLIO
                               MOVE PMH-FOLIO TO WS-PMC-FOLIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PMC-HISTORIA-FILE
           END-IF
           ADD 1 TO WS-PMC-FOLIO.

      * UN RENGLON DE HISTORIA CON LOS CAMPOS WS-PMC-* PUESTOS; LA
      * FECHA Y HORA SON LAS DEL RELOJ
       ANOTA-HISTORIA-PMC.
           OPEN EXTEND PMC-HISTORIA-FILE
           IF WS-PMC-HIS-STATUS = "05" OR WS-PMC-HIS-STATUS = "35"
               CLOSE PMC-HISTORIA-FILE
               OPEN OUTPUT PMC-HISTORIA-FILE
           END-IF
           MOVE SPACES TO PMC-HISTORIA-RECORD
           MOVE WS-PMC-FOLIO TO PMH-FOLIO
           MOVE WS-PMC-ARCHIVO TO PMH-ARCHIVO
           ACCEPT PMH-FECHA FROM DATE YYYYMMDD
           ACCEPT PMH-HORA FROM TIME
           MOVE WS-AUD-OPERADOR TO PMH-OPERADOR
           MOVE WS-PMC-TIPO TO PMH-TIPO
           MOVE WS-PMC-RENGLON TO PMH-RENGLON
           MOVE WS-PMC-VIGENCIA TO PMH-VIGENCIA
           MOVE WS-PMC-MOTIVO TO PMH-MOTIVO
           MOVE WS-PMC-ANTES TO PMH-ANTES
           MOVE WS-PMC-DESPUES TO PMH-DESPUES
           WRITE PMC-HISTORIA-RECORD
           CLOSE PMC-HISTORIA-FILE.
