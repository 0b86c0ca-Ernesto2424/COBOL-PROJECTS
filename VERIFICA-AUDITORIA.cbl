      ******************************************************************
      * Author:
      * Date:
      * Purpose:   VERIFICATION OF THE TAMPER-EVIDENT AUDIT LOG CHAIN
      * Tectonics: cobc
      * Note:      Every AUDIT.LOG record carries a sequence number,
      *            the chain value of the record before it and its own
      *            chain value, computed from its content starting at
      *            the previous value; AUDITCAD.CTL keeps the last link
      *            written. This stage walks the log, recomputes each
      *            value and reports the first altered record, broken
      *            link, missing sequence or reordered record, then
      *            proves the last record against AUDITCAD.CTL so rows
      *            cut from the end are caught too. Records written
      *            before chaining began are counted and accepted only
      *            ahead of the first chained record. After a
      *            HOUSEKEEPING rollover the log opens with a link
      *            record naming the archive; when that archive is
      *            still on disk the link is proved against its last
      *            record. Any failure ends the run with RETURN-CODE
      *            8. Runs early in the nightly chain and on demand
      *            from the menu.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ANTERIOR ASSIGN TO DYNAMIC WS-ANT-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ANTERIOR.
       01  ANTERIOR-RECORD.
           05  FILLER              PIC X(111).
           05  AN-SECUENCIA        PIC 9(9).
           05  AN-CADENA-ANT       PIC 9(9).
           05  AN-CADENA           PIC 9(9).

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.

       01  WS-ANT-STATUS           PIC XX.
       01  WS-ANT-NOMBRE           PIC X(40).
       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-EOF              VALUE "Y".
       01  WS-EOF-ANT-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ANT          VALUE "Y".

       01  WS-RENGLON              PIC 9(7) VALUE 0.
       01  WS-LEGADOS              PIC 9(7) VALUE 0.
       01  WS-ENCADENADOS          PIC 9(7) VALUE 0.
       01  WS-ULT-SECUENCIA        PIC 9(9) VALUE 0.
       01  WS-ULT-CADENA           PIC 9(9) VALUE 0.
       01  WS-ANT-SECUENCIA        PIC 9(9) VALUE 0.
       01  WS-ANT-CADENA           PIC 9(9) VALUE 0.
       01  WS-HAY-ANTERIOR-SWITCH  PIC X VALUE "N".
           88  WS-HAY-ANTERIOR     VALUE "Y".
       01  WS-ANT-HALLADO-SWITCH   PIC X VALUE "N".
           88  WS-ANT-HALLADO      VALUE "Y".

      * PRIMERA FALLA: SE DETIENE EL RECORRIDO, SALVO UN HUECO DE
      * SECUENCIAS, QUE SE SIGUE BUSCANDO PARA DISTINGUIR RENGLONES
      * QUITADOS DE RENGLONES REACOMODADOS MAS ADELANTE
       01  WS-HAY-FALLA-SWITCH     PIC X VALUE "N".
           88  WS-HAY-FALLA        VALUE "Y".
       01  WS-HUECO-SWITCH         PIC X VALUE "N".
           88  WS-HUECO-ABIERTO    VALUE "Y".
       01  WS-HUECO-DESDE          PIC 9(9) VALUE 0.
       01  WS-HUECO-HASTA          PIC 9(9) VALUE 0.
       01  WS-FALLA-TEXTO          PIC X(70) VALUE SPACES.
       01  WS-FALLA-RENGLON        PIC 9(7) VALUE 0.
       01  WS-FALLA-SECUENCIA      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VERIFAUD" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM RECORRE-LOG
               IF NOT WS-HAY-FALLA AND WS-ENCADENADOS > 0
                   PERFORM COMPARA-ULTIMO-ESLABON
               END-IF
               IF WS-LEGADOS > 0
                   DISPLAY "RENGLONES PREVIOS AL ENCADENADO: "
                       WS-LEGADOS
               END-IF
               IF WS-HAY-FALLA
                   DISPLAY "CADENA DE AUDITORIA ROTA EN EL RENGLON "
                       WS-FALLA-RENGLON " (SECUENCIA "
                       WS-FALLA-SECUENCIA ")"
                   DISPLAY "  " WS-FALLA-TEXTO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "CADENA DE AUDITORIA CORRECTA: "
                       WS-ENCADENADOS " RENGLONES, ULTIMA SECUENCIA "
                       WS-ULT-SECUENCIA
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           RECORRE-LOG.
               OPEN INPUT SISTEMA-AUDIT-LOG
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "AUDIT.LOG NO EXISTE, NADA QUE VERIFICAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF
                       OR (WS-HAY-FALLA AND NOT WS-HUECO-ABIERTO)
                   READ SISTEMA-AUDIT-LOG
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RENGLON
                           PERFORM REVISA-RENGLON
                   END-READ
               END-PERFORM
               CLOSE SISTEMA-AUDIT-LOG.

           REVISA-RENGLON.
               IF WS-HUECO-ABIERTO
                   PERFORM BUSCA-EN-HUECO
                   EXIT PARAGRAPH
               END-IF
               IF AUD-SECUENCIA IS NOT NUMERIC
                       OR AUD-CADENA-ANT IS NOT NUMERIC
                       OR AUD-CADENA IS NOT NUMERIC
                   IF WS-HAY-ANTERIOR
                       MOVE SPACES TO WS-FALLA-TEXTO
                       STRING "RENGLON SIN ENCADENAR DESPUES DE "
                           "INICIADA LA CADENA"
                           DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                       MOVE WS-ULT-SECUENCIA TO WS-FALLA-SECUENCIA
                       PERFORM MARCA-FALLA
                   ELSE
                       ADD 1 TO WS-LEGADOS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE AUD-SECUENCIA TO WS-FALLA-SECUENCIA
               PERFORM CALCULA-AUDIT-CADENA
               EVALUATE TRUE
                   WHEN WS-AUC-CADENA NOT = AUD-CADENA
                       MOVE SPACES TO WS-FALLA-TEXTO
                       STRING "RENGLON ALTERADO: SU VALOR DE CADENA "
                           "NO CORRESPONDE A SU CONTENIDO"
                           DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                       PERFORM MARCA-FALLA
                   WHEN NOT WS-HAY-ANTERIOR
                       PERFORM REVISA-INICIO-CADENA
                   WHEN AUD-SECUENCIA NOT > WS-ULT-SECUENCIA
                       MOVE SPACES TO WS-FALLA-TEXTO
                       STRING "SECUENCIA FUERA DE ORDEN: NO SIGUE A "
                           "LA " WS-ULT-SECUENCIA
                           DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                       PERFORM MARCA-FALLA
                   WHEN AUD-SECUENCIA > WS-ULT-SECUENCIA + 1
                       COMPUTE WS-HUECO-DESDE = WS-ULT-SECUENCIA + 1
                       COMPUTE WS-HUECO-HASTA = AUD-SECUENCIA - 1
                       MOVE SPACES TO WS-FALLA-TEXTO
                       STRING "FALTAN LAS SECUENCIAS "
                           WS-HUECO-DESDE " A " WS-HUECO-HASTA
                           DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                       PERFORM MARCA-FALLA
                       SET WS-HUECO-ABIERTO TO TRUE
                   WHEN AUD-CADENA-ANT NOT = WS-ULT-CADENA
                       MOVE SPACES TO WS-FALLA-TEXTO
                       STRING "ESLABON ROTO: NO ENCADENA CON EL VALOR "
                           "DEL RENGLON ANTERIOR"
                           DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                       PERFORM MARCA-FALLA
               END-EVALUATE
               SET WS-HAY-ANTERIOR TO TRUE
               MOVE AUD-SECUENCIA TO WS-ULT-SECUENCIA
               MOVE AUD-CADENA TO WS-ULT-CADENA
               ADD 1 TO WS-ENCADENADOS.

           MARCA-FALLA.
               IF NOT WS-HAY-FALLA
                   SET WS-HAY-FALLA TO TRUE
                   MOVE WS-RENGLON TO WS-FALLA-RENGLON
               END-IF.

      * UNA SECUENCIA DEL HUECO QUE APARECE MAS ADELANTE NO FALTA:
      * ESTA REACOMODADA
           BUSCA-EN-HUECO.
               IF AUD-SECUENCIA IS NUMERIC
                       AND AUD-SECUENCIA NOT < WS-HUECO-DESDE
                       AND AUD-SECUENCIA NOT > WS-HUECO-HASTA
                   MOVE SPACES TO WS-FALLA-TEXTO
                   STRING "RENGLON REACOMODADO: SECUENCIA "
                       AUD-SECUENCIA " HALLADA EN EL RENGLON "
                       WS-RENGLON
                       DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                   MOVE "N" TO WS-HUECO-SWITCH
               END-IF.

      * EL PRIMER RENGLON ENCADENADO ABRE LA CADENA (SECUENCIA 1 SOBRE
      * VALOR CERO) O ES EL ENLACE QUE DEJA LA RODADA DEL LOG
           REVISA-INICIO-CADENA.
               EVALUATE TRUE
                   WHEN AUD-SECUENCIA = 1 AND AUD-CADENA-ANT = 0
                       DISPLAY "LA CADENA INICIA EN ESTE LOG"
                   WHEN AUD-EVENTO = "ENLACE"
                       PERFORM PRUEBA-ENLACE-ARCHIVO
                   WHEN OTHER
                       MOVE SPACES TO WS-FALLA-TEXTO
                       STRING "EL LOG NO ABRE CON LA SECUENCIA 1 NI "
                           "CON ENLACE DE RODADA"
                           DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                       PERFORM MARCA-FALLA
               END-EVALUATE.

      * EL DETALLE DEL ENLACE ES "CONTINUA DE " + ARCHIVO; SI EL
      * ARCHIVADO YA NO ESTA EN DISCO SOLO SE AVISA
           PRUEBA-ENLACE-ARCHIVO.
               MOVE SPACES TO WS-ANT-NOMBRE
               MOVE AUD-DETALLE(13:38) TO WS-ANT-NOMBRE
               MOVE "N" TO WS-EOF-ANT-SWITCH
               MOVE "N" TO WS-ANT-HALLADO-SWITCH
               OPEN INPUT ARCHIVO-ANTERIOR
               IF WS-ANT-STATUS NOT = "00"
                   DISPLAY "AVISO: " FUNCTION TRIM(WS-ANT-NOMBRE)
                       " NO DISPONIBLE, "
                       "ENLACE DE RODADA NO COMPROBADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-ANT
                   READ ARCHIVO-ANTERIOR
                       AT END
                           SET WS-EOF-ANT TO TRUE
                       NOT AT END
                           IF AN-SECUENCIA IS NUMERIC
                                   AND AN-CADENA IS NUMERIC
                               SET WS-ANT-HALLADO TO TRUE
                               MOVE AN-SECUENCIA TO WS-ANT-SECUENCIA
                               MOVE AN-CADENA TO WS-ANT-CADENA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ANTERIOR
               IF WS-ANT-HALLADO
                       AND WS-ANT-SECUENCIA + 1 = AUD-SECUENCIA
                       AND WS-ANT-CADENA = AUD-CADENA-ANT
                   DISPLAY "ENLACE CON " FUNCTION TRIM(WS-ANT-NOMBRE)
                       " CORRECTO"
               ELSE
                   MOVE SPACES TO WS-FALLA-TEXTO
                   STRING "EL ENLACE NO CORRESPONDE AL ULTIMO "
                       "RENGLON DE " WS-ANT-NOMBRE
                       DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                   PERFORM MARCA-FALLA
               END-IF.

      * RENGLONES QUITADOS AL FINAL NO ROMPEN NINGUN ESLABON DEL LOG;
      * LOS DELATA EL ULTIMO ESLABON QUE GUARDA AUDITCAD.CTL
           COMPARA-ULTIMO-ESLABON.
               PERFORM LEE-AUDIT-CADENA
               IF WS-AUC-SECUENCIA NOT = WS-ULT-SECUENCIA
                       OR WS-AUC-CADENA NOT = WS-ULT-CADENA
                   MOVE SPACES TO WS-FALLA-TEXTO
                   STRING "EL LOG TERMINA ANTES DEL ULTIMO ESLABON "
                       "ESCRITO, SECUENCIA " WS-AUC-SECUENCIA
                       DELIMITED BY SIZE INTO WS-FALLA-TEXTO
                   MOVE WS-ULT-SECUENCIA TO WS-FALLA-SECUENCIA
                   MOVE WS-RENGLON TO WS-FALLA-RENGLON
                   SET WS-HAY-FALLA TO TRUE
               END-IF.

       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
