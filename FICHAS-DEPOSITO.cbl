      ******************************************************************
      * Author:
      * Date:
      * Purpose:   CASH DEPOSIT SLIPS FROM CLOSED CASH-DRAWER SESSIONS
      * Tectonics: cobc
      * Note:      Every balanced session of CAJA-RECIBOS is logged in
      *            CAJASES.DAT with its receipts in CAJAREC.DAT. This
      *            run gathers the sessions of the session company not
      *            yet deposited, up to a cut-off business date keyed
      *            in (the business date by default), into one numbered
      *            deposit slip per business date: each slip is a row
      *            of FICHADEP.DAT (shared DS copybooks) and travels to
      *            the bank under the reference DEP plus its 7-digit
      *            number. The slip number is stamped on every session
      *            it covers, so a session is deposited only once. The
      *            slips are printed in FICHADEP.yyyymmddhhmmss.RPT
      *            (catalogued) with the sessions and the receipts of
      *            each one. CONCILIA-BANCO later ticks each slip
      *            against the bank statement and reports the slips the
      *            bank has not credited.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHA-REPORT ASSIGN TO DYNAMIC
                   WS-FICHA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICHA-RPT-STATUS.
           COPY CSSEL.
           COPY CJSEL.
           COPY DSSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHA-REPORT.
       01  FICHA-LINE              PIC X(80).

       COPY CSFD.

       COPY CJFD.

       COPY DSFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY DSWS.

       01  WS-SES-STATUS           PIC XX.
       01  WS-CJ-STATUS            PIC XX.
       01  WS-FICHA-RPT-STATUS     PIC XX.
       01  WS-FICHA-FILENAME       PIC X(40).

       01  WS-EOF-SES-SWITCH       PIC X VALUE "N".
           88  WS-EOF-SES          VALUE "Y".
       01  WS-EOF-CJ-SWITCH        PIC X VALUE "N".
           88  WS-EOF-CJ           VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-CORTE-TXT            PIC X(8).
       01  WS-CORTE-NUM REDEFINES WS-CORTE-TXT PIC 9(8).
       01  WS-FECHA-CORTE          PIC 9(8) VALUE 0.

      * SESIONES DE CAJA CERRADAS; WS-SE-FICHA = 0 ES EFECTIVO AUN
      * SIN DEPOSITAR. EL ARCHIVO SE REGRABA DESDE LA TABLA
       01  WS-SES-COUNT            PIC 9(5) VALUE 0.
       01  WS-SES-EXTRA            PIC 9(5) VALUE 0.
       01  WS-SESIONES-TABLE.
           05  WS-SES-ENTRY OCCURS 5000 TIMES.
               10  WS-SE-FECHA     PIC 9(8).
               10  WS-SE-HORA      PIC 9(8).
               10  WS-SE-CAJERO    PIC X(8).
               10  WS-SE-RECIBOS   PIC 9(4).
               10  WS-SE-TOTAL     PIC 9(9)V99.
               10  WS-SE-CIA       PIC X(2).
               10  WS-SE-FICHA     PIC 9(7).
       01  WS-SE-I                 PIC 9(5) VALUE 0.

      * RECIBOS DE LAS SESIONES, PARA EL DETALLE DE CADA FICHA
       01  WS-REC-COUNT            PIC 9(5) VALUE 0.
       01  WS-REC-EXTRA            PIC 9(5) VALUE 0.
       01  WS-RECIBOS-TABLE.
           05  WS-REC-ENTRY OCCURS 20000 TIMES.
               10  WS-RX-FECHA     PIC 9(8).
               10  WS-RX-HORA      PIC 9(8).
               10  WS-RX-CAJERO    PIC X(8).
               10  WS-RX-ID        PIC X(6).
               10  WS-RX-MONTO     PIC 9(7)V99.
               10  WS-RX-REF       PIC X(10).
       01  WS-REC-I                PIC 9(5) VALUE 0.
       01  WS-REC-HALLADOS         PIC 9(5) VALUE 0.

      * LAS FICHAS DE ESTA CORRIDA SON LOS RENGLONES DE LA TABLA
      * DESPUES DE WS-DS-INICIAL
       01  WS-DS-INICIAL           PIC 9(4) VALUE 0.
       01  WS-TOTAL-FICHAS         PIC 9(9)V99 VALUE 0.
       01  WS-CONT-FICHAS          PIC 9(4) VALUE 0.
       01  WS-CONT-SESIONES        PIC 9(5) VALUE 0.
       01  WS-TOTAL-EDIT           PIC ZZZZZZZZ9.99.

       01  WS-SESION-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "SESION ".
           05  WS-S-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-S-HORA           PIC 9(8).
           05  FILLER              PIC X(8) VALUE " CAJERO ".
           05  WS-S-CAJERO         PIC X(8).
           05  FILLER              PIC X(9) VALUE " RECIBOS ".
           05  WS-S-RECIBOS        PIC ZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-S-TOTAL          PIC ZZZZZZZZ9.99.

       01  WS-RECIBO-LINE.
           05  FILLER              PIC X(6) VALUE SPACES.
           05  WS-R-ID             PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-R-REF            PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-R-MONTO          PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "FICHADEP" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
               DISPLAY "DEPOSITAR SESIONES HASTA LA FECHA (AAAAMMDD, "
                   "ENTER = " WS-FECHA-HOY ")"
               MOVE SPACES TO WS-CORTE-TXT
               ACCEPT WS-CORTE-TXT
               IF WS-CORTE-TXT NOT = SPACES
                   IF WS-CORTE-TXT IS NUMERIC
                       MOVE WS-CORTE-NUM TO WS-FECHA-CORTE
                   ELSE
                       DISPLAY "FECHA INVALIDA, SE USA " WS-FECHA-HOY
                   END-IF
               END-IF
               PERFORM CARGA-SESIONES
               PERFORM CARGA-RECIBOS-CAJA
               PERFORM CARGA-FICHAS
               MOVE WS-DS-COUNT TO WS-DS-INICIAL
               PERFORM VARYING WS-SE-I FROM 1 BY 1
                       UNTIL WS-SE-I > WS-SES-COUNT
                   IF WS-SE-FICHA(WS-SE-I) = 0
                           AND WS-SE-CIA(WS-SE-I) = WS-CIA-ACTUAL
                           AND WS-SE-FECHA(WS-SE-I) <= WS-FECHA-CORTE
                       PERFORM ASIGNA-FICHA
                   END-IF
               END-PERFORM
               IF WS-DS-COUNT > WS-DS-INICIAL
                   PERFORM GRABA-SESIONES
                   PERFORM GRABA-FICHAS
                   PERFORM ESCRIBE-FICHAS
               ELSE
                   DISPLAY "NO HAY SESIONES DE CAJA POR DEPOSITAR DE "
                       "LA COMPANIA " WS-CIA-ACTUAL
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * LOS RENGLONES DE ANTES DEL NUMERO DE FICHA QUEDAN CON CERO
           CARGA-SESIONES.
               MOVE "N" TO WS-EOF-SES-SWITCH
               OPEN INPUT CAJASES-FILE
               IF WS-SES-STATUS = "00"
                   PERFORM UNTIL WS-EOF-SES
                       READ CAJASES-FILE
                           AT END
                               SET WS-EOF-SES TO TRUE
                           NOT AT END
                               IF CS-FECHA IS NUMERIC
                                       AND CS-TOTAL IS NUMERIC
                                   IF WS-SES-COUNT < 5000
                                       ADD 1 TO WS-SES-COUNT
                                       PERFORM CARGA-RENGLON-SESION
                                   ELSE
                                       ADD 1 TO WS-SES-EXTRA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAJASES-FILE
               END-IF
               IF WS-SES-EXTRA > 0
                   DISPLAY "SESIONES DE CAJA MAS ALLA DEL TOPE (5000): "
                       WS-SES-EXTRA ", NO SE PUEDE REGRABAR CAJASES"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF.

           CARGA-RENGLON-SESION.
               MOVE CS-FECHA TO WS-SE-FECHA(WS-SES-COUNT)
               MOVE CS-CAJERO TO WS-SE-CAJERO(WS-SES-COUNT)
               MOVE CS-TOTAL TO WS-SE-TOTAL(WS-SES-COUNT)
               MOVE CS-COMPANIA TO WS-SE-CIA(WS-SES-COUNT)
               IF CS-COMPANIA = SPACES
                   MOVE "01" TO WS-SE-CIA(WS-SES-COUNT)
               END-IF
               MOVE 0 TO WS-SE-HORA(WS-SES-COUNT)
               MOVE 0 TO WS-SE-RECIBOS(WS-SES-COUNT)
               MOVE 0 TO WS-SE-FICHA(WS-SES-COUNT)
               IF CS-HORA IS NUMERIC
                   MOVE CS-HORA TO WS-SE-HORA(WS-SES-COUNT)
               END-IF
               IF CS-RECIBOS IS NUMERIC
                   MOVE CS-RECIBOS TO WS-SE-RECIBOS(WS-SES-COUNT)
               END-IF
               IF CS-FICHA IS NUMERIC
                   MOVE CS-FICHA TO WS-SE-FICHA(WS-SES-COUNT)
               END-IF.

           CARGA-RECIBOS-CAJA.
               MOVE "N" TO WS-EOF-CJ-SWITCH
               OPEN INPUT CAJAREC-FILE
               IF WS-CJ-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CJ
                       READ CAJAREC-FILE
                           AT END
                               SET WS-EOF-CJ TO TRUE
                           NOT AT END
                               IF CJ-MONTO IS NUMERIC
                                   IF WS-REC-COUNT < 20000
                                       ADD 1 TO WS-REC-COUNT
                                       MOVE CJ-FECHA TO
                                           WS-RX-FECHA(WS-REC-COUNT)
                                       MOVE CJ-HORA TO
                                           WS-RX-HORA(WS-REC-COUNT)
                                       MOVE CJ-CAJERO TO
                                           WS-RX-CAJERO(WS-REC-COUNT)
                                       MOVE CJ-CLIENTE-ID TO
                                           WS-RX-ID(WS-REC-COUNT)
                                       MOVE CJ-MONTO TO
                                           WS-RX-MONTO(WS-REC-COUNT)
                                       MOVE CJ-REFERENCIA TO
                                           WS-RX-REF(WS-REC-COUNT)
                                   ELSE
                                       ADD 1 TO WS-REC-EXTRA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAJAREC-FILE
               END-IF
               IF WS-REC-EXTRA > 0
                   DISPLAY "AVISO: " WS-REC-EXTRA " RECIBOS DE CAJA "
                       "MAS ALLA DEL TOPE (20000) SIN DETALLE EN FICHA"
               END-IF.

      * UNA FICHA POR FECHA DE NEGOCIO Y COMPANIA: LA SESION SE SUMA
      * A LA FICHA DE ESTA CORRIDA DE SU FECHA, O ABRE UNA NUEVA
           ASIGNA-FICHA.
               MOVE 0 TO WS-DS-INDICE
               PERFORM VARYING WS-DS-I FROM 1 BY 1
                       UNTIL WS-DS-I > WS-DS-COUNT
                           OR WS-DS-INDICE > 0
                   IF WS-DS-I > WS-DS-INICIAL
                           AND WS-DS-FECHA(WS-DS-I) =
                               WS-SE-FECHA(WS-SE-I)
                       MOVE WS-DS-I TO WS-DS-INDICE
                   END-IF
               END-PERFORM
               IF WS-DS-INDICE = 0
                   IF WS-DS-COUNT >= 3000
                       DISPLAY "TABLA DE FICHAS LLENA, SESION DEL "
                           WS-SE-FECHA(WS-SE-I) " QUEDA PENDIENTE"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DS-COUNT
                   ADD 1 TO WS-DS-MAYOR
                   MOVE WS-DS-COUNT TO WS-DS-INDICE
                   MOVE WS-DS-MAYOR TO WS-DS-NUMERO(WS-DS-INDICE)
                   MOVE WS-SE-FECHA(WS-SE-I) TO
                       WS-DS-FECHA(WS-DS-INDICE)
                   MOVE WS-CIA-ACTUAL TO WS-DS-CIA(WS-DS-INDICE)
                   MOVE 0 TO WS-DS-SESIONES(WS-DS-INDICE)
                   MOVE 0 TO WS-DS-RECIBOS(WS-DS-INDICE)
                   MOVE 0 TO WS-DS-TOTAL(WS-DS-INDICE)
                   MOVE WS-FECHA-HOY TO WS-DS-FEMISION(WS-DS-INDICE)
                   MOVE WS-AUD-OPERADOR TO
                       WS-DS-OPERADOR(WS-DS-INDICE)
                   MOVE "P" TO WS-DS-ESTATUS(WS-DS-INDICE)
                   MOVE 0 TO WS-DS-FBANCO(WS-DS-INDICE)
                   MOVE SPACES TO WS-DS-REF-BANCO(WS-DS-INDICE)
               END-IF
               ADD 1 TO WS-DS-SESIONES(WS-DS-INDICE)
               ADD WS-SE-RECIBOS(WS-SE-I) TO
                   WS-DS-RECIBOS(WS-DS-INDICE)
               ADD WS-SE-TOTAL(WS-SE-I) TO WS-DS-TOTAL(WS-DS-INDICE)
               MOVE WS-DS-NUMERO(WS-DS-INDICE) TO WS-SE-FICHA(WS-SE-I)
               ADD 1 TO WS-CONT-SESIONES.

           GRABA-SESIONES.
               OPEN OUTPUT CAJASES-FILE
               PERFORM VARYING WS-SE-I FROM 1 BY 1
                       UNTIL WS-SE-I > WS-SES-COUNT
                   MOVE SPACES TO CAJASES-RECORD
                   MOVE WS-SE-FECHA(WS-SE-I) TO CS-FECHA
                   MOVE WS-SE-HORA(WS-SE-I) TO CS-HORA
                   MOVE WS-SE-CAJERO(WS-SE-I) TO CS-CAJERO
                   MOVE WS-SE-RECIBOS(WS-SE-I) TO CS-RECIBOS
                   MOVE WS-SE-TOTAL(WS-SE-I) TO CS-TOTAL
                   MOVE WS-SE-CIA(WS-SE-I) TO CS-COMPANIA
                   MOVE WS-SE-FICHA(WS-SE-I) TO CS-FICHA
                   WRITE CAJASES-RECORD
               END-PERFORM
               CLOSE CAJASES-FILE.

           ESCRIBE-FICHAS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-FICHA-FILENAME
               STRING "FICHADEP." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-FICHA-FILENAME
               OPEN OUTPUT FICHA-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO FICHA-LINE
               WRITE FICHA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO FICHA-LINE
               WRITE FICHA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO FICHA-LINE
               WRITE FICHA-LINE
               PERFORM VARYING WS-DS-I FROM 1 BY 1
                       UNTIL WS-DS-I > WS-DS-COUNT
                   IF WS-DS-I > WS-DS-INICIAL
                       PERFORM ESCRIBE-UNA-FICHA
                   END-IF
               END-PERFORM
               MOVE SPACES TO FICHA-LINE
               MOVE WS-TOTAL-FICHAS TO WS-TOTAL-EDIT
               STRING "FICHAS EMITIDAS: " WS-CONT-FICHAS
                   "  SESIONES: " WS-CONT-SESIONES
                   "  TOTAL A DEPOSITAR: " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO FICHA-LINE
               WRITE FICHA-LINE
               MOVE WS-REPORTE-PIE-LINE TO FICHA-LINE
               WRITE FICHA-LINE
               CLOSE FICHA-REPORT
               MOVE "FICHADEP" TO WS-RC-TIPO
               MOVE WS-FICHA-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-FICHAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "FICHAS DE DEPOSITO EN " WS-FICHA-FILENAME
               DISPLAY "  FICHAS     " WS-CONT-FICHAS
               DISPLAY "  SESIONES   " WS-CONT-SESIONES
               DISPLAY "  TOTAL      " WS-TOTAL-EDIT.

           ESCRIBE-UNA-FICHA.
               ADD 1 TO WS-CONT-FICHAS
               ADD WS-DS-TOTAL(WS-DS-I) TO WS-TOTAL-FICHAS
               MOVE WS-DS-NUMERO(WS-DS-I) TO WS-DS-REF-NUMERO
               MOVE SPACES TO FICHA-LINE
               WRITE FICHA-LINE
               MOVE SPACES TO FICHA-LINE
               STRING "FICHA DE DEPOSITO " WS-DS-REFERENCIA
                   "  FECHA " WS-DS-FECHA(WS-DS-I)
                   "  COMPANIA " WS-DS-CIA(WS-DS-I)
                   DELIMITED BY SIZE INTO FICHA-LINE
               WRITE FICHA-LINE
               PERFORM VARYING WS-SE-I FROM 1 BY 1
                       UNTIL WS-SE-I > WS-SES-COUNT
                   IF WS-SE-FICHA(WS-SE-I) = WS-DS-NUMERO(WS-DS-I)
                       PERFORM ESCRIBE-SESION-FICHA
                   END-IF
               END-PERFORM
               MOVE SPACES TO FICHA-LINE
               MOVE WS-DS-TOTAL(WS-DS-I) TO WS-TOTAL-EDIT
               STRING "TOTAL FICHA " WS-DS-REFERENCIA ": "
                   WS-DS-SESIONES(WS-DS-I) " SESIONES "
                   WS-DS-RECIBOS(WS-DS-I) " RECIBOS "
                   WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO FICHA-LINE
               WRITE FICHA-LINE.

      * LAS SESIONES GRABADAS ANTES DEL DETALLE DE RECIBOS SOLO
      * MUESTRAN SUS TOTALES
           ESCRIBE-SESION-FICHA.
               MOVE WS-SE-FECHA(WS-SE-I) TO WS-S-FECHA
               MOVE WS-SE-HORA(WS-SE-I) TO WS-S-HORA
               MOVE WS-SE-CAJERO(WS-SE-I) TO WS-S-CAJERO
               MOVE WS-SE-RECIBOS(WS-SE-I) TO WS-S-RECIBOS
               MOVE WS-SE-TOTAL(WS-SE-I) TO WS-S-TOTAL
               MOVE WS-SESION-LINE TO FICHA-LINE
               WRITE FICHA-LINE
               MOVE 0 TO WS-REC-HALLADOS
               PERFORM VARYING WS-REC-I FROM 1 BY 1
                       UNTIL WS-REC-I > WS-REC-COUNT
                   IF WS-RX-FECHA(WS-REC-I) = WS-SE-FECHA(WS-SE-I)
                           AND WS-RX-HORA(WS-REC-I) =
                               WS-SE-HORA(WS-SE-I)
                           AND WS-RX-CAJERO(WS-REC-I) =
                               WS-SE-CAJERO(WS-SE-I)
                       ADD 1 TO WS-REC-HALLADOS
                       MOVE WS-RX-ID(WS-REC-I) TO WS-R-ID
                       MOVE WS-RX-REF(WS-REC-I) TO WS-R-REF
                       MOVE WS-RX-MONTO(WS-REC-I) TO WS-R-MONTO
                       MOVE WS-RECIBO-LINE TO FICHA-LINE
                       WRITE FICHA-LINE
                   END-IF
               END-PERFORM
               IF WS-REC-HALLADOS = 0
                   MOVE "      (SESION SIN DETALLE DE RECIBOS)" TO
                       FICHA-LINE
                   WRITE FICHA-LINE
               END-IF.

       COPY DSPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
