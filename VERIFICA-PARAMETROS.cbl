      ******************************************************************
      * Author:
      * Date:
      * Purpose:   NIGHTLY CHECK OF THE CONTROLLED PARAMETER FILES
      * Tectonics: cobc
      * Note:      Every parameter and control file under change
      *            control (the list in PMCWS) is compared with its
      *            last approved version in PARAMAPR.CTL (line count
      *            and a content signature). A file changed, created
      *            or deleted outside the PARAMETROS program raises an
      *            alert: the differing lines against the approved
      *            copy kept in the PARAMAPR directory are listed, an
      *            ALERTA record goes to AUDIT.LOG and the run ends
      *            with RETURN-CODE 8; the alert repeats every night
      *            until the content is approved or corrected through
      *            PARAMETROS. A file with no approved version yet is
      *            adopted as its baseline. Scheduled changes whose
      *            effective date has reached the business date are
      *            applied and become the approved version (never
      *            over an altered file). VERIFPRM.yyyymmddhhmmss.RPT
      *            is catalogued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFPRM-REPORT ASSIGN TO DYNAMIC
                   WS-VERIFPRM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VPREP-STATUS.
           COPY PMCSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  VERIFPRM-REPORT.
       01  VERIFPRM-LINE           PIC X(100).

       COPY PMCFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY RPTHDRWS.
       COPY REPCATWS.
       COPY PMCWS.

       01  WS-VPREP-STATUS         PIC XX.
       01  WS-VERIFPRM-FILENAME    PIC X(40).
       01  WS-FECHA-HOY            PIC 9(8).

       01  WS-CAMBIADO-SWITCH      PIC X VALUE "N".
           88  WS-CAMBIADO         VALUE "Y".
       01  WS-CONT-REVISADOS       PIC 9(3) VALUE 0.
       01  WS-CONT-ALERTAS         PIC 9(3) VALUE 0.
       01  WS-CONT-BASES           PIC 9(3) VALUE 0.
       01  WS-CONT-APLICADOS       PIC 9(3) VALUE 0.

      * COMPARACION RENGLON A RENGLON CONTRA LA COPIA APROBADA
       01  WS-EOF-ACT-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ACT          VALUE "Y".
       01  WS-EOF-APR-SWITCH       PIC X VALUE "N".
           88  WS-EOF-APR          VALUE "Y".
       01  WS-LINEA-ACT            PIC X(100).
       01  WS-LINEA-APR            PIC X(100).
       01  WS-DIF-RENGLON          PIC 9(3) VALUE 0.
       01  WS-DIF-COUNT            PIC 9(3) VALUE 0.
       01  WS-DIF-MAXIMO           PIC 9(3) VALUE 10.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "VERIFPRM" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM RESUELVE-AUD-OPERADOR
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-CONTROL-PMC
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-VERIFPRM-FILENAME
               STRING "VERIFPRM." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-VERIFPRM-FILENAME
               OPEN OUTPUT VERIFPRM-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               MOVE WS-REPORTE-IDENT-LINE TO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               MOVE SPACES TO VERIFPRM-LINE
               STRING "=== ARCHIVOS DE PARAMETROS CONTRA SU VERSION "
                   "APROBADA, FECHA " WS-FECHA-HOY " ==="
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               PERFORM VARYING WS-PMC-N FROM 1 BY 1
                       UNTIL WS-PMC-N > WS-PMC-TOTAL
                   PERFORM REVISA-ARCHIVO
               END-PERFORM
               MOVE SPACES TO VERIFPRM-LINE
               STRING "REVISADOS " WS-CONT-REVISADOS
                   " ALERTAS " WS-CONT-ALERTAS
                   " LINEAS BASE " WS-CONT-BASES
                   " PROGRAMADOS APLICADOS " WS-CONT-APLICADOS
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               MOVE WS-REPORTE-PIE-LINE TO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               CLOSE VERIFPRM-REPORT
               MOVE "VERIFPRM" TO WS-RC-TIPO
               MOVE WS-VERIFPRM-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-REVISADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "VERIFICACION DE PARAMETROS EN "
                   WS-VERIFPRM-FILENAME
               IF WS-CONT-ALERTAS > 0
                   DISPLAY "ALERTA: " WS-CONT-ALERTAS
                       " ARCHIVO(S) DE PARAMETROS CAMBIADOS FUERA "
                       "DEL PROGRAMA DE PARAMETROS"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           REVISA-ARCHIVO.
               ADD 1 TO WS-CONT-REVISADOS
               MOVE SPACES TO WS-PMC-ARCHIVO
               MOVE WS-PMC-NOMBRE(WS-PMC-N) TO WS-PMC-ARCHIVO
               PERFORM BUSCA-CONTROL-PMC
               PERFORM CALCULA-FIRMA-PMC
               IF WS-PMC-CTL-INDICE = 0
                   PERFORM ADOPTA-LINEA-BASE
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-CAMBIADO-SWITCH
               IF WS-PMC-EXISTE-SWITCH NOT =
                       WS-PA-EXISTE(WS-PMC-CTL-INDICE)
                   SET WS-CAMBIADO TO TRUE
               END-IF
               IF WS-PMC-EXISTE
                   IF WS-PMC-LINEAS NOT =
                           WS-PA-LINEAS(WS-PMC-CTL-INDICE)
                           OR WS-PMC-FIRMA NOT =
                           WS-PA-FIRMA(WS-PMC-CTL-INDICE)
                       SET WS-CAMBIADO TO TRUE
                   END-IF
               END-IF
               IF WS-CAMBIADO
                   PERFORM REPORTA-ALTERACION
                   EXIT PARAGRAPH
               END-IF
               IF WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE) > 0
                   IF WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE)
                           NOT > WS-FECHA-HOY
                       PERFORM APLICA-PROGRAMADO
                   ELSE
                       MOVE SPACES TO VERIFPRM-LINE
                       STRING WS-PMC-ARCHIVO(1:14) " SIN CAMBIOS; "
                           "CAMBIO PROGRAMADO FOLIO "
                           WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE)
                           " VIGENTE DESDE "
                           WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE)
                           DELIMITED BY SIZE INTO VERIFPRM-LINE
                       WRITE VERIFPRM-LINE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO VERIFPRM-LINE
               STRING WS-PMC-ARCHIVO(1:14) " SIN CAMBIOS, APROBADO "
                   WS-PA-FECHA(WS-PMC-CTL-INDICE) " POR "
                   WS-PA-OPERADOR(WS-PMC-CTL-INDICE)
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE.

      * SIN VERSION APROBADA, LO QUE HAYA HOY QUEDA COMO LINEA BASE
      * (LOS PROGRAMAS CREAN SUS PARAMETROS CON VALORES DEL TALLER
      * LA PRIMERA VEZ QUE CORREN)
           ADOPTA-LINEA-BASE.
               IF NOT WS-PMC-EXISTE
                   MOVE SPACES TO VERIFPRM-LINE
                   STRING WS-PMC-ARCHIVO(1:14) " NO EXISTE Y NO TIENE "
                       "VERSION APROBADA"
                       DELIMITED BY SIZE INTO VERIFPRM-LINE
                   WRITE VERIFPRM-LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM APRUEBA-VERSION-PMC
               ADD 1 TO WS-CONT-BASES
               PERFORM SIGUIENTE-FOLIO-PMC
               MOVE "L" TO WS-PMC-TIPO
               MOVE 0 TO WS-PMC-RENGLON
               MOVE WS-FECHA-HOY TO WS-PMC-VIGENCIA
               MOVE "LINEA BASE ADOPTADA POR LA VERIFICACION"
                   TO WS-PMC-MOTIVO
               MOVE SPACES TO WS-PMC-ANTES
               MOVE SPACES TO WS-PMC-DESPUES
               PERFORM ANOTA-HISTORIA-PMC
               MOVE SPACES TO VERIFPRM-LINE
               STRING WS-PMC-ARCHIVO(1:14) " LINEA BASE ADOPTADA, "
                   WS-PMC-LINEAS " RENGLONES"
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE.

           REPORTA-ALTERACION.
               ADD 1 TO WS-CONT-ALERTAS
               MOVE SPACES TO VERIFPRM-LINE
               EVALUATE TRUE
                   WHEN NOT WS-PMC-EXISTE
                       STRING "*** ALERTA " WS-PMC-ARCHIVO(1:14)
                           " ELIMINADO FUERA DE PARAMETROS ***"
                           DELIMITED BY SIZE INTO VERIFPRM-LINE
                   WHEN WS-PA-EXISTE(WS-PMC-CTL-INDICE) NOT = "S"
                       STRING "*** ALERTA " WS-PMC-ARCHIVO(1:14)
                           " CREADO FUERA DE PARAMETROS ***"
                           DELIMITED BY SIZE INTO VERIFPRM-LINE
                   WHEN OTHER
                       STRING "*** ALERTA " WS-PMC-ARCHIVO(1:14)
                           " CAMBIADO FUERA DE PARAMETROS, RENGLONES "
                           WS-PA-LINEAS(WS-PMC-CTL-INDICE) " A "
                           WS-PMC-LINEAS " ***"
                           DELIMITED BY SIZE INTO VERIFPRM-LINE
               END-EVALUATE
               WRITE VERIFPRM-LINE
               MOVE SPACES TO VERIFPRM-LINE
               STRING "    VERSION APROBADA "
                   WS-PA-FECHA(WS-PMC-CTL-INDICE) " "
                   WS-PA-HORA(WS-PMC-CTL-INDICE)(1:6) " POR "
                   WS-PA-OPERADOR(WS-PMC-CTL-INDICE)
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               IF WS-PMC-EXISTE
                       AND WS-PA-EXISTE(WS-PMC-CTL-INDICE) = "S"
                   PERFORM COMPARA-CON-APROBADA
               END-IF
               IF WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE) > 0
                   MOVE SPACES TO VERIFPRM-LINE
                   STRING "    CAMBIO PROGRAMADO FOLIO "
                       WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE)
                       " DETENIDO HASTA RESOLVER LA ALTERACION"
                       DELIMITED BY SIZE INTO VERIFPRM-LINE
                   WRITE VERIFPRM-LINE
               END-IF
               PERFORM ANOTA-ALERTA-AUDIT.

      * LISTA LOS PRIMEROS RENGLONES DISTINTOS ENTRE EL ARCHIVO Y LA
      * COPIA APROBADA (UN RENGLON DE MAS O DE MENOS TAMBIEN CUENTA)
           COMPARA-CON-APROBADA.
               MOVE SPACES TO WS-PMC-COPIA
               STRING "PARAMAPR/" WS-PMC-ARCHIVO
                   DELIMITED BY SPACE INTO WS-PMC-COPIA
               OPEN INPUT PMC-COPIA-FILE
               IF WS-PMC-COP-STATUS NOT = "00"
                   MOVE "    SIN COPIA APROBADA PARA COMPARAR"
                       TO VERIFPRM-LINE
                   WRITE VERIFPRM-LINE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT PMC-PARAMETRO-FILE
               MOVE "N" TO WS-EOF-ACT-SWITCH
               MOVE "N" TO WS-EOF-APR-SWITCH
               MOVE 0 TO WS-DIF-RENGLON
               MOVE 0 TO WS-DIF-COUNT
               PERFORM UNTIL WS-EOF-ACT AND WS-EOF-APR
                   MOVE SPACES TO WS-LINEA-ACT
                   MOVE SPACES TO WS-LINEA-APR
                   IF NOT WS-EOF-ACT
                       READ PMC-PARAMETRO-FILE INTO WS-LINEA-ACT
                           AT END
                               SET WS-EOF-ACT TO TRUE
                               MOVE "(NO EXISTE)" TO WS-LINEA-ACT
                       END-READ
                   ELSE
                       MOVE "(NO EXISTE)" TO WS-LINEA-ACT
                   END-IF
                   IF NOT WS-EOF-APR
                       READ PMC-COPIA-FILE INTO WS-LINEA-APR
                           AT END
                               SET WS-EOF-APR TO TRUE
                               MOVE "(NO EXISTE)" TO WS-LINEA-APR
                       END-READ
                   ELSE
                       MOVE "(NO EXISTE)" TO WS-LINEA-APR
                   END-IF
                   IF NOT (WS-EOF-ACT AND WS-EOF-APR)
                       ADD 1 TO WS-DIF-RENGLON
                       IF WS-LINEA-ACT NOT = WS-LINEA-APR
                           PERFORM ESCRIBE-DIFERENCIA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PMC-PARAMETRO-FILE
               CLOSE PMC-COPIA-FILE
               IF WS-DIF-COUNT > WS-DIF-MAXIMO
                   MOVE SPACES TO VERIFPRM-LINE
                   STRING "    ... " WS-DIF-COUNT
                       " RENGLONES DISTINTOS EN TOTAL"
                       DELIMITED BY SIZE INTO VERIFPRM-LINE
                   WRITE VERIFPRM-LINE
               END-IF.

           ESCRIBE-DIFERENCIA.
               ADD 1 TO WS-DIF-COUNT
               IF WS-DIF-COUNT > WS-DIF-MAXIMO
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO VERIFPRM-LINE
               STRING "    RENGLON " WS-DIF-RENGLON " APROBADO: "
                   WS-LINEA-APR
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE
               MOVE SPACES TO VERIFPRM-LINE
               STRING "                  ACTUAL: " WS-LINEA-ACT
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE.

           ANOTA-ALERTA-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "ALERTA" TO AUD-EVENTO
               MOVE "PARAMETRO" TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               STRING WS-PMC-ARCHIVO(1:14) " ALTERADO FUERA DEL "
                   "PROGRAMA DE PARAMETROS"
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

      * EL CAMBIO PROGRAMADO (PARAMAPR/ARCHIVO.PEN) SUSTITUYE AL
      * ARCHIVO Y QUEDA COMO VERSION APROBADA
           APLICA-PROGRAMADO.
               MOVE SPACES TO WS-PMC-COPIA
               STRING "PARAMAPR/" WS-PMC-ARCHIVO
                   DELIMITED BY SPACE ".PEN" DELIMITED BY SIZE
                   INTO WS-PMC-COPIA
               OPEN INPUT PMC-COPIA-FILE
               IF WS-PMC-COP-STATUS NOT = "00"
                   ADD 1 TO WS-CONT-ALERTAS
                   MOVE SPACES TO VERIFPRM-LINE
                   STRING "*** ALERTA " WS-PMC-ARCHIVO(1:14)
                       " FALTA EL CAMBIO PROGRAMADO FOLIO "
                       WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE) " ***"
                       DELIMITED BY SIZE INTO VERIFPRM-LINE
                   WRITE VERIFPRM-LINE
                   PERFORM ANOTA-ALERTA-AUDIT
                   EXIT PARAGRAPH
               END-IF
               CLOSE PMC-COPIA-FILE
               MOVE WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE) TO WS-PMC-FOLIO
               MOVE WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE) TO
                   WS-PMC-VIGENCIA
               MOVE SPACES TO WS-PMC-COMANDO
               STRING "mv -f " FUNCTION TRIM(WS-PMC-COPIA) " "
                   FUNCTION TRIM(WS-PMC-ARCHIVO)
                   DELIMITED BY SIZE INTO WS-PMC-COMANDO
               CALL "SYSTEM" USING WS-PMC-COMANDO
               MOVE 0 TO RETURN-CODE
               PERFORM APRUEBA-VERSION-PMC
               ADD 1 TO WS-CONT-APLICADOS
               MOVE "P" TO WS-PMC-TIPO
               MOVE 0 TO WS-PMC-RENGLON
               MOVE "CAMBIO PROGRAMADO APLICADO EN SU VIGENCIA"
                   TO WS-PMC-MOTIVO
               MOVE SPACES TO WS-PMC-ANTES
               MOVE SPACES TO WS-PMC-DESPUES
               PERFORM ANOTA-HISTORIA-PMC
               MOVE SPACES TO VERIFPRM-LINE
               STRING WS-PMC-ARCHIVO(1:14) " CAMBIO PROGRAMADO FOLIO "
                   WS-PMC-FOLIO " APLICADO (VIGENCIA "
                   WS-PMC-VIGENCIA ")"
                   DELIMITED BY SIZE INTO VERIFPRM-LINE
               WRITE VERIFPRM-LINE.

       COPY PMCPROC.
       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
