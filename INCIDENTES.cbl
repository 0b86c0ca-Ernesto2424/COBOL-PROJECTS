      ******************************************************************
      * Author:
      * Date:
      * Purpose:   OPERATIONS INCIDENTS - ACKNOWLEDGE, CLOSE, REPORT
      * Tectonics: cobc
      * Note:      Incidents are opened in INCIDEN.DAT by DASHBOARD-OPS
      *            (an INICIO left without FIN for longer than the
      *            minimum age, i.e. a probable abend) and by
      *            MASTER-DRIVER (a failed JOBPLAN.CTL stage), with
      *            program, stage, date and time. A repeat failure of
      *            the same program while its incident is not closed
      *            is linked to it as one more repetition. The L
      *            option lists the incidents not yet closed; R
      *            acknowledges one (operator, date and time); C
      *            closes it with root cause and fix, both required
      *            (an incident closed without acknowledgement is
      *            acknowledged at the same moment); M prints the
      *            monthly report for a month AAAAMM (incidents
      *            opened in it): each incident, per program counts,
      *            mean minutes to acknowledge and to resolve, and
      *            the top repeat offenders, and catalogues it.
      *            Acknowledgements and closings leave an audit row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCREP-REPORT ASSIGN TO DYNAMIC WS-INCREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCREP-STATUS.
           COPY INCSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  INCREP-REPORT.
       01  INCREP-LINE             PIC X(100).

       COPY INCFD.

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
       COPY INCWS.

       01  WS-INCREP-STATUS        PIC XX.
       01  WS-INCREP-FILENAME      PIC X(40).

       01  WS-OPCION               PIC X.
           88  WS-LISTA            VALUE "L" "l".
           88  WS-RECONOCE         VALUE "R" "r".
           88  WS-CIERRA           VALUE "C" "c".
           88  WS-MENSUAL          VALUE "M" "m".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CONFIRMA             PIC X.

      * LAS FECHAS DE LOS INCIDENTES SON LAS REALES DEL RELOJ, NO LA
      * FECHA DE NEGOCIO
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).
       01  WS-FOLIO-TXT            PIC X(6).
       01  WS-FOLIO-NUM REDEFINES WS-FOLIO-TXT PIC 9(6).
       01  WS-CAUSA                PIC X(40).
       01  WS-SOLUCION             PIC X(40).
       01  WS-MES                  PIC X(6).
       01  WS-ESTATUS-TXT          PIC X(10).
       01  WS-CONT-LISTADOS        PIC 9(4) VALUE 0.

      * MINUTOS ENTRE DOS MOMENTOS (FECHA AAAAMMDD, HORA HHMMSSCC)
       01  WS-M-FECHA1             PIC 9(8).
       01  WS-M-HORA1              PIC 9(8).
       01  WS-M-FECHA2             PIC 9(8).
       01  WS-M-HORA2              PIC 9(8).
       01  WS-M-MINUTOS            PIC S9(9) VALUE 0.
       01  WS-M-HORA-TRABAJO       PIC 9(8) VALUE 0.
       01  WS-M-HORA-TRABAJO-R REDEFINES WS-M-HORA-TRABAJO.
           05  WS-M-HH             PIC 99.
           05  WS-M-MM             PIC 99.
           05  FILLER              PIC 9(4).

      * ACUMULADOS DEL MES POR PROGRAMA
       01  WS-PR-COUNT             PIC 9(3) VALUE 0.
       01  WS-PROGRAMAS-TABLE.
           05  WS-PR-ENTRY OCCURS 100 TIMES.
               10  WS-PR-PROGRAMA  PIC X(20).
               10  WS-PR-INCID     PIC 9(4).
               10  WS-PR-REPET     PIC 9(5).
               10  WS-PR-RECON     PIC 9(4).
               10  WS-PR-CERR      PIC 9(4).
               10  WS-PR-MIN-REC   PIC 9(9).
               10  WS-PR-MIN-RES   PIC 9(9).
               10  WS-PR-OCURR     PIC 9(6).
               10  WS-PR-USADO     PIC X.
       01  WS-PR-I                 PIC 9(3) VALUE 0.
       01  WS-PR-INDICE            PIC 9(3) VALUE 0.
       01  WS-PR-MEJOR             PIC 9(3) VALUE 0.
       01  WS-PR-LUGAR             PIC 9 VALUE 0.

       01  WS-TOT-INCID            PIC 9(5) VALUE 0.
       01  WS-TOT-REPET            PIC 9(6) VALUE 0.
       01  WS-TOT-RECON            PIC 9(5) VALUE 0.
       01  WS-TOT-CERR             PIC 9(5) VALUE 0.
       01  WS-TOT-MIN-REC          PIC 9(11) VALUE 0.
       01  WS-TOT-MIN-RES          PIC 9(11) VALUE 0.
       01  WS-PROMEDIO             PIC 9(9) VALUE 0.
       01  WS-PROMEDIO-ED          PIC ZZZZZZZ9.
       01  WS-PROMEDIO-ED2         PIC ZZZZZZZ9.

       01  WS-INCREP-TITULO.
           05  FILLER              PIC X(50) VALUE
               "FOLIO  PROGRAMA             ETAPA          O ABIER".
           05  FILLER              PIC X(50) VALUE
               "TO          ESTATUS    REPET MIN-REC MIN-RES".

       01  WS-INCREP-DETALLE.
           05  WS-D-FOLIO          PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-PROGRAMA       PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ETAPA          PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ORIGEN         PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-HORA           PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-ESTATUS        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-REPET          PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-MIN-REC        PIC X(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-MIN-RES        PIC X(7).
       01  WS-D-MINUTOS-ED         PIC ZZZZZZ9.

       01  WS-PROGREP-TITULO.
           05  FILLER              PIC X(50) VALUE
               "PROGRAMA             INCID REPET RECON  CERR PROM-".
           05  FILLER              PIC X(50) VALUE
               "MIN-REC PROM-MIN-RES".

       01  WS-PROGREP-DETALLE.
           05  WS-G-PROGRAMA       PIC X(20).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-INCID          PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-REPET          PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-RECON          PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-CERR           PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-PROM-REC       PIC ZZZZZZZZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-PROM-RES       PIC ZZZZZZZZZZZ9.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "INCIDENT" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM CARGA-FECHA-NEGOCIO
               PERFORM UNTIL WS-FIN
                   DISPLAY "L-LISTA ABIERTOS  R-RECONOCE  C-CIERRA  "
                       "M-REPORTE MENSUAL  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-LISTA
                           PERFORM LISTA-ABIERTOS
                       WHEN WS-RECONOCE
                           PERFORM RECONOCE-INCIDENTE
                       WHEN WS-CIERRA
                           PERFORM CIERRA-INCIDENTE
                       WHEN WS-MENSUAL
                           PERFORM REPORTE-MENSUAL
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           LISTA-ABIERTOS.
               PERFORM CARGA-INCIDENTES
               MOVE 0 TO WS-CONT-LISTADOS
               DISPLAY "FOLIO  PROGRAMA             ETAPA          "
                   "O ABIERTO         EST REPET ULTIMA"
               PERFORM VARYING WS-INC-I FROM 1 BY 1
                       UNTIL WS-INC-I > WS-INC-COUNT
                   IF WS-IN-ESTATUS(WS-INC-I) NOT = "C"
                       ADD 1 TO WS-CONT-LISTADOS
                       DISPLAY WS-IN-FOLIO(WS-INC-I) " "
                           WS-IN-PROGRAMA(WS-INC-I) " "
                           WS-IN-ETAPA(WS-INC-I) " "
                           WS-IN-ORIGEN(WS-INC-I) " "
                           WS-IN-FECHA(WS-INC-I) " "
                           WS-IN-HORA(WS-INC-I)(1:6) "  "
                           WS-IN-ESTATUS(WS-INC-I) "  "
                           WS-IN-REPETICIONES(WS-INC-I) " "
                           WS-IN-ULT-FECHA(WS-INC-I) " "
                           WS-IN-ULT-HORA(WS-INC-I)(1:6)
                   END-IF
               END-PERFORM
               DISPLAY "INCIDENTES SIN CERRAR: " WS-CONT-LISTADOS.

      * EL FOLIO SE PIDE Y SE BUSCA IGUAL AL RECONOCER Y AL CERRAR
           PIDE-FOLIO.
               MOVE 0 TO WS-INC-INDICE
               DISPLAY "FOLIO DEL INCIDENTE (6 DIGITOS)"
               ACCEPT WS-FOLIO-TXT
               IF WS-FOLIO-TXT IS NOT NUMERIC
                   DISPLAY "FOLIO INVALIDO: " WS-FOLIO-TXT
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-INCIDENTES
               MOVE WS-FOLIO-NUM TO WS-INC-FOLIO-BUSCADO
               PERFORM BUSCA-INCIDENTE
               IF WS-INC-INDICE = 0
                   DISPLAY "INCIDENTE NO EXISTE: " WS-FOLIO-TXT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "INCIDENTE " WS-IN-FOLIO(WS-INC-INDICE) " "
                   WS-IN-PROGRAMA(WS-INC-INDICE) " ETAPA "
                   WS-IN-ETAPA(WS-INC-INDICE) " ABIERTO "
                   WS-IN-FECHA(WS-INC-INDICE) " "
                   WS-IN-HORA(WS-INC-INDICE)(1:6) " REPETICIONES "
                   WS-IN-REPETICIONES(WS-INC-INDICE).

           RECONOCE-INCIDENTE.
               PERFORM PIDE-FOLIO
               IF WS-INC-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-ESTATUS(WS-INC-INDICE) NOT = "A"
                   DISPLAY "EL INCIDENTE YA FUE RECONOCIDO O CERRADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               MOVE "R" TO WS-IN-ESTATUS(WS-INC-INDICE)
               MOVE WS-FECHA-HOY TO WS-IN-REC-FECHA(WS-INC-INDICE)
               MOVE WS-HORA-AHORA TO WS-IN-REC-HORA(WS-INC-INDICE)
               MOVE WS-AUD-OPERADOR TO WS-IN-REC-OPER(WS-INC-INDICE)
               PERFORM GRABA-INCIDENTES
               MOVE "RECONOCE" TO WS-ESTATUS-TXT
               PERFORM ANOTA-INCIDENTE-AUDIT
               DISPLAY "INCIDENTE " WS-IN-FOLIO(WS-INC-INDICE)
                   " RECONOCIDO".

      * CERRAR EXIGE CAUSA RAIZ Y SOLUCION; SI NADIE LO HABIA
      * RECONOCIDO, QUEDA RECONOCIDO EN EL MISMO MOMENTO
           CIERRA-INCIDENTE.
               PERFORM PIDE-FOLIO
               IF WS-INC-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-ESTATUS(WS-INC-INDICE) = "C"
                   DISPLAY "EL INCIDENTE YA ESTA CERRADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-CAUSA
               MOVE SPACES TO WS-SOLUCION
               PERFORM WITH TEST AFTER
                       UNTIL WS-CAUSA NOT = SPACES
                   DISPLAY "CAUSA RAIZ"
                   ACCEPT WS-CAUSA
               END-PERFORM
               PERFORM WITH TEST AFTER
                       UNTIL WS-SOLUCION NOT = SPACES
                   DISPLAY "SOLUCION APLICADA"
                   ACCEPT WS-SOLUCION
               END-PERFORM
               DISPLAY "CONFIRMA CIERRE DEL INCIDENTE "
                   WS-IN-FOLIO(WS-INC-INDICE) " (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "CIERRE CANCELADO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               IF WS-IN-ESTATUS(WS-INC-INDICE) = "A"
                   MOVE WS-FECHA-HOY TO WS-IN-REC-FECHA(WS-INC-INDICE)
                   MOVE WS-HORA-AHORA TO WS-IN-REC-HORA(WS-INC-INDICE)
                   MOVE WS-AUD-OPERADOR TO
                       WS-IN-REC-OPER(WS-INC-INDICE)
               END-IF
               MOVE "C" TO WS-IN-ESTATUS(WS-INC-INDICE)
               MOVE WS-CAUSA TO WS-IN-CAUSA(WS-INC-INDICE)
               MOVE WS-SOLUCION TO WS-IN-SOLUCION(WS-INC-INDICE)
               MOVE WS-FECHA-HOY TO WS-IN-CIE-FECHA(WS-INC-INDICE)
               MOVE WS-HORA-AHORA TO WS-IN-CIE-HORA(WS-INC-INDICE)
               MOVE WS-AUD-OPERADOR TO WS-IN-CIE-OPER(WS-INC-INDICE)
               PERFORM GRABA-INCIDENTES
               MOVE "CIERRA" TO WS-ESTATUS-TXT
               PERFORM ANOTA-INCIDENTE-AUDIT
               DISPLAY "INCIDENTE " WS-IN-FOLIO(WS-INC-INDICE)
                   " CERRADO".

      * WS-ESTATUS-TXT LLEGA PUESTO (RECONOCE / CIERRA)
           ANOTA-INCIDENTE-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-FECHA-HOY TO AUD-FECHA
               MOVE WS-HORA-AHORA TO AUD-HORA
               MOVE "INCIDE" TO AUD-EVENTO
               MOVE WS-ESTATUS-TXT TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               STRING "FOLIO " WS-IN-FOLIO(WS-INC-INDICE) " "
                   WS-IN-PROGRAMA(WS-INC-INDICE)
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

      * INCIDENTES ABIERTOS EN EL MES, ACUMULADOS POR PROGRAMA, CON
      * LOS PROMEDIOS DE MINUTOS A RECONOCER (SOBRE LOS RECONOCIDOS)
      * Y A RESOLVER (SOBRE LOS CERRADOS) Y LOS CINCO PROGRAMAS CON
      * MAS FALLAS (INCIDENTES MAS REPETICIONES LIGADAS)
           REPORTE-MENSUAL.
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               DISPLAY "MES DEL REPORTE (AAAAMM, BLANCO = "
                   WS-FECHA-HOY(1:6) ")"
               ACCEPT WS-MES
               IF WS-MES = SPACES
                   MOVE WS-FECHA-HOY(1:6) TO WS-MES
               END-IF
               PERFORM CARGA-INCIDENTES
               MOVE 0 TO WS-CONT-LISTADOS
               MOVE 0 TO WS-PR-COUNT
               MOVE 0 TO WS-TOT-INCID
               MOVE 0 TO WS-TOT-REPET
               MOVE 0 TO WS-TOT-RECON
               MOVE 0 TO WS-TOT-CERR
               MOVE 0 TO WS-TOT-MIN-REC
               MOVE 0 TO WS-TOT-MIN-RES
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-INCREP-FILENAME
               STRING "INCIDEN." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-INCREP-FILENAME
               OPEN OUTPUT INCREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO INCREP-LINE
               WRITE INCREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO INCREP-LINE
               WRITE INCREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO INCREP-LINE
               WRITE INCREP-LINE
               MOVE SPACES TO INCREP-LINE
               STRING "=== INCIDENTES ABIERTOS EN EL MES " WS-MES
                   " ==="
                   DELIMITED BY SIZE INTO INCREP-LINE
               WRITE INCREP-LINE
               MOVE WS-INCREP-TITULO TO INCREP-LINE
               WRITE INCREP-LINE
               PERFORM VARYING WS-INC-I FROM 1 BY 1
                       UNTIL WS-INC-I > WS-INC-COUNT
                   IF WS-IN-FECHA(WS-INC-I)(1:6) = WS-MES
                       PERFORM ESCRIBE-RENGLON-INCIDENTE
                   END-IF
               END-PERFORM
               PERFORM ESCRIBE-POR-PROGRAMA
               PERFORM ESCRIBE-TOTALES
               PERFORM ESCRIBE-REINCIDENTES
               MOVE WS-REPORTE-PIE-LINE TO INCREP-LINE
               WRITE INCREP-LINE
               CLOSE INCREP-REPORT
               MOVE "INCIDEN" TO WS-RC-TIPO
               MOVE WS-INCREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REPORTE DE INCIDENTES EN " WS-INCREP-FILENAME.

           ESCRIBE-RENGLON-INCIDENTE.
               ADD 1 TO WS-CONT-LISTADOS
               PERFORM ACUMULA-PROGRAMA
               MOVE WS-IN-FOLIO(WS-INC-I) TO WS-D-FOLIO
               MOVE WS-IN-PROGRAMA(WS-INC-I) TO WS-D-PROGRAMA
               MOVE WS-IN-ETAPA(WS-INC-I) TO WS-D-ETAPA
               MOVE WS-IN-ORIGEN(WS-INC-I) TO WS-D-ORIGEN
               MOVE WS-IN-FECHA(WS-INC-I) TO WS-D-FECHA
               MOVE WS-IN-HORA(WS-INC-I)(1:6) TO WS-D-HORA
               MOVE WS-IN-REPETICIONES(WS-INC-I) TO WS-D-REPET
               MOVE SPACES TO WS-D-MIN-REC
               MOVE SPACES TO WS-D-MIN-RES
               EVALUATE WS-IN-ESTATUS(WS-INC-I)
                   WHEN "R"
                       MOVE "RECONOCIDO" TO WS-D-ESTATUS
                   WHEN "C"
                       MOVE "CERRADO" TO WS-D-ESTATUS
                   WHEN OTHER
                       MOVE "ABIERTO" TO WS-D-ESTATUS
               END-EVALUATE
               ADD 1 TO WS-PR-INCID(WS-PR-INDICE)
               ADD 1 TO WS-TOT-INCID
               ADD WS-IN-REPETICIONES(WS-INC-I) TO
                   WS-PR-REPET(WS-PR-INDICE)
               ADD WS-IN-REPETICIONES(WS-INC-I) TO WS-TOT-REPET
               COMPUTE WS-PR-OCURR(WS-PR-INDICE) =
                   WS-PR-OCURR(WS-PR-INDICE) + 1
                   + WS-IN-REPETICIONES(WS-INC-I)
               IF WS-IN-REC-FECHA(WS-INC-I) > 0
                   MOVE WS-IN-FECHA(WS-INC-I) TO WS-M-FECHA1
                   MOVE WS-IN-HORA(WS-INC-I) TO WS-M-HORA1
                   MOVE WS-IN-REC-FECHA(WS-INC-I) TO WS-M-FECHA2
                   MOVE WS-IN-REC-HORA(WS-INC-I) TO WS-M-HORA2
                   PERFORM CALCULA-MINUTOS
                   MOVE WS-M-MINUTOS TO WS-D-MINUTOS-ED
                   MOVE WS-D-MINUTOS-ED TO WS-D-MIN-REC
                   ADD 1 TO WS-PR-RECON(WS-PR-INDICE)
                   ADD 1 TO WS-TOT-RECON
                   ADD WS-M-MINUTOS TO WS-PR-MIN-REC(WS-PR-INDICE)
                   ADD WS-M-MINUTOS TO WS-TOT-MIN-REC
               END-IF
               IF WS-IN-ESTATUS(WS-INC-I) = "C"
                   MOVE WS-IN-FECHA(WS-INC-I) TO WS-M-FECHA1
                   MOVE WS-IN-HORA(WS-INC-I) TO WS-M-HORA1
                   MOVE WS-IN-CIE-FECHA(WS-INC-I) TO WS-M-FECHA2
                   MOVE WS-IN-CIE-HORA(WS-INC-I) TO WS-M-HORA2
                   PERFORM CALCULA-MINUTOS
                   MOVE WS-M-MINUTOS TO WS-D-MINUTOS-ED
                   MOVE WS-D-MINUTOS-ED TO WS-D-MIN-RES
                   ADD 1 TO WS-PR-CERR(WS-PR-INDICE)
                   ADD 1 TO WS-TOT-CERR
                   ADD WS-M-MINUTOS TO WS-PR-MIN-RES(WS-PR-INDICE)
                   ADD WS-M-MINUTOS TO WS-TOT-MIN-RES
               END-IF
               MOVE WS-INCREP-DETALLE TO INCREP-LINE
               WRITE INCREP-LINE
               IF WS-IN-ESTATUS(WS-INC-I) = "C"
                   MOVE SPACES TO INCREP-LINE
                   STRING "       CAUSA: " WS-IN-CAUSA(WS-INC-I)
                       " CERRO: " WS-IN-CIE-OPER(WS-INC-I)
                       DELIMITED BY SIZE INTO INCREP-LINE
                   WRITE INCREP-LINE
                   MOVE SPACES TO INCREP-LINE
                   STRING "       SOLUCION: " WS-IN-SOLUCION(WS-INC-I)
                       DELIMITED BY SIZE INTO INCREP-LINE
                   WRITE INCREP-LINE
               END-IF.

           ACUMULA-PROGRAMA.
               MOVE 0 TO WS-PR-INDICE
               PERFORM VARYING WS-PR-I FROM 1 BY 1
                       UNTIL WS-PR-I > WS-PR-COUNT
                           OR WS-PR-INDICE > 0
                   IF WS-PR-PROGRAMA(WS-PR-I) =
                           WS-IN-PROGRAMA(WS-INC-I)
                       MOVE WS-PR-I TO WS-PR-INDICE
                   END-IF
               END-PERFORM
               IF WS-PR-INDICE = 0
                   IF WS-PR-COUNT < 100
                       ADD 1 TO WS-PR-COUNT
                   END-IF
                   MOVE WS-PR-COUNT TO WS-PR-INDICE
                   INITIALIZE WS-PR-ENTRY(WS-PR-INDICE)
                   MOVE WS-IN-PROGRAMA(WS-INC-I) TO
                       WS-PR-PROGRAMA(WS-PR-INDICE)
               END-IF.

      * HORA HHMMSSCC: SE TOMAN HORAS Y MINUTOS; UN RELOJ QUE DA UN
      * MOMENTO ANTERIOR AL INICIAL CUENTA COMO CERO
           CALCULA-MINUTOS.
               MOVE WS-M-HORA2 TO WS-M-HORA-TRABAJO
               COMPUTE WS-M-MINUTOS =
                   (FUNCTION INTEGER-OF-DATE(WS-M-FECHA2) -
                    FUNCTION INTEGER-OF-DATE(WS-M-FECHA1))
                   * 1440 + WS-M-HH * 60 + WS-M-MM
               MOVE WS-M-HORA1 TO WS-M-HORA-TRABAJO
               COMPUTE WS-M-MINUTOS =
                   WS-M-MINUTOS - WS-M-HH * 60 - WS-M-MM
               IF WS-M-MINUTOS < 0
                   MOVE 0 TO WS-M-MINUTOS
               END-IF.

           ESCRIBE-POR-PROGRAMA.
               MOVE "=== INCIDENTES POR PROGRAMA ===" TO INCREP-LINE
               WRITE INCREP-LINE
               MOVE WS-PROGREP-TITULO TO INCREP-LINE
               WRITE INCREP-LINE
               PERFORM VARYING WS-PR-I FROM 1 BY 1
                       UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WS-PR-PROGRAMA(WS-PR-I) TO WS-G-PROGRAMA
                   MOVE WS-PR-INCID(WS-PR-I) TO WS-G-INCID
                   MOVE WS-PR-REPET(WS-PR-I) TO WS-G-REPET
                   MOVE WS-PR-RECON(WS-PR-I) TO WS-G-RECON
                   MOVE WS-PR-CERR(WS-PR-I) TO WS-G-CERR
                   MOVE 0 TO WS-G-PROM-REC
                   MOVE 0 TO WS-G-PROM-RES
                   IF WS-PR-RECON(WS-PR-I) > 0
                       DIVIDE WS-PR-MIN-REC(WS-PR-I) BY
                           WS-PR-RECON(WS-PR-I) GIVING WS-G-PROM-REC
                   END-IF
                   IF WS-PR-CERR(WS-PR-I) > 0
                       DIVIDE WS-PR-MIN-RES(WS-PR-I) BY
                           WS-PR-CERR(WS-PR-I) GIVING WS-G-PROM-RES
                   END-IF
                   MOVE WS-PROGREP-DETALLE TO INCREP-LINE
                   WRITE INCREP-LINE
               END-PERFORM.

           ESCRIBE-TOTALES.
               MOVE 0 TO WS-PROMEDIO
               IF WS-TOT-RECON > 0
                   DIVIDE WS-TOT-MIN-REC BY WS-TOT-RECON
                       GIVING WS-PROMEDIO
               END-IF
               MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
               MOVE 0 TO WS-PROMEDIO
               IF WS-TOT-CERR > 0
                   DIVIDE WS-TOT-MIN-RES BY WS-TOT-CERR
                       GIVING WS-PROMEDIO
               END-IF
               MOVE WS-PROMEDIO TO WS-PROMEDIO-ED2
               MOVE SPACES TO INCREP-LINE
               STRING "INCIDENTES " WS-TOT-INCID
                   " REPETICIONES " WS-TOT-REPET
                   " RECONOCIDOS " WS-TOT-RECON
                   " CERRADOS " WS-TOT-CERR
                   DELIMITED BY SIZE INTO INCREP-LINE
               WRITE INCREP-LINE
               MOVE SPACES TO INCREP-LINE
               STRING "MINUTOS PROMEDIO A RECONOCER " WS-PROMEDIO-ED
                   "  A RESOLVER " WS-PROMEDIO-ED2
                   DELIMITED BY SIZE INTO INCREP-LINE
               WRITE INCREP-LINE.

      * SELECCION REPETIDA DEL MAYOR NO USADO; EMPATE AL PRIMERO
           ESCRIBE-REINCIDENTES.
               MOVE "=== PRINCIPALES REINCIDENTES ===" TO INCREP-LINE
               WRITE INCREP-LINE
               PERFORM VARYING WS-PR-LUGAR FROM 1 BY 1
                       UNTIL WS-PR-LUGAR > 5
                   MOVE 0 TO WS-PR-MEJOR
                   PERFORM VARYING WS-PR-I FROM 1 BY 1
                           UNTIL WS-PR-I > WS-PR-COUNT
                       IF WS-PR-USADO(WS-PR-I) NOT = "Y"
                           IF WS-PR-MEJOR = 0
                               MOVE WS-PR-I TO WS-PR-MEJOR
                           ELSE
                               IF WS-PR-OCURR(WS-PR-I) >
                                       WS-PR-OCURR(WS-PR-MEJOR)
                                   MOVE WS-PR-I TO WS-PR-MEJOR
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-PR-MEJOR > 0
                       MOVE "Y" TO WS-PR-USADO(WS-PR-MEJOR)
                       MOVE SPACES TO INCREP-LINE
                       STRING WS-PR-LUGAR ". "
                           WS-PR-PROGRAMA(WS-PR-MEJOR)
                           " FALLAS " WS-PR-OCURR(WS-PR-MEJOR)
                           " EN " WS-PR-INCID(WS-PR-MEJOR)
                           " INCIDENTE(S)"
                           DELIMITED BY SIZE INTO INCREP-LINE
                       WRITE INCREP-LINE
                   END-IF
               END-PERFORM.

       COPY INCPROC.
       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
