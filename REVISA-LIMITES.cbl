      ******************************************************************
      * Author:
      * Date:
      * Purpose:   QUARTERLY CREDIT-LIMIT REVIEW PROPOSALS FROM PAYMENT
      *            BEHAVIOR, WITH SUPERVISOR ACCEPTANCE
      * Tectonics: cobc
      * Note:      Once a quarter the G option reviews every customer
      *            of the session company that holds a limit in
      *            CREDLIM.DAT and proposes raising, keeping or cutting
      *            it. The evidence per customer is its oldest aged
      *            balance (shared ANT copybooks), its average days to
      *            pay (how long each abono of the history window found
      *            the balance outstanding, walking the archived
      *            TRANSACC.yyyymmdd.DAT days of ARCHTRAN.DAT), any
      *            write-off in CASTIGO.DAT and its RFMSCORE.DAT
      *            segment. The rules come from CREDREGL.CTL (defaults
      *            in brackets): days to pay for a raise [30] and for a
      *            cut [60], age bucket that forces a cut [3 = 60-89],
      *            minimum RFM segment for a raise as a three-position
      *            pattern, ? for any [2??], raise and cut percentages
      *            [20, 25] and history window in days [365]. A written
      *            off customer is proposed a zero limit. Each proposal
      *            is a row of CREDREV.DAT for the quarter, so a limit
      *            is reviewed once per quarter. The R option lets a
      *            supervisor (level 3 in OPERMAST.DAT) accept or
      *            reject each pending raise or cut: an accepted one is
      *            applied to CREDLIM.DAT and written to AUDIT.LOG
      *            (event LIMITE) with the old and the new limit. The
      *            review list REVLIM.yyyymmddhhmmss.RPT (catalogued)
      *            is printed after G and on demand with L.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES-FILE ASSIGN TO "CREDLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRL-STATUS.
           SELECT CREDLIM-NUEVO ASSIGN TO "CREDLIM.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRLN-STATUS.
           SELECT REVISION-FILE ASSIGN TO "CREDREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT REGLAS-CTL-FILE ASSIGN TO "CREDREGL.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGL-STATUS.
           SELECT RFMSCORE-FILE ASSIGN TO "RFMSCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFM-STATUS.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT REVLIM-REPORT ASSIGN TO DYNAMIC
                   WS-REVLIM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVLIM-RPT-STATUS.
           COPY ANTSEL.
           COPY PASEL.
           COPY CASSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIMITES-FILE.
       01  LIMITE-RECORD.
           05  CL-CLIENTE-ID       PIC X(6).
           05  CL-COMPANIA         PIC X(2).
           05  CL-LIMITE           PIC 9(7)V99.

       FD  CREDLIM-NUEVO.
       01  CREDLIM-NUEVO-RECORD    PIC X(17).

       FD  REVISION-FILE.
       01  REVISION-RECORD.
           05  RV-CLIENTE-ID       PIC X(6).
           05  RV-COMPANIA         PIC X(2).
           05  RV-TRIMESTRE        PIC X(6).
           05  RV-ACCION           PIC X.
               88  RV-AUMENTA      VALUE "S".
               88  RV-CONSERVA     VALUE "M".
               88  RV-RECORTA      VALUE "B".
           05  RV-LIMITE-ANT       PIC 9(7)V99.
           05  RV-LIMITE-PROP      PIC 9(7)V99.
           05  RV-DIAS-PAGO        PIC 9(4).
           05  RV-CUBETA           PIC 9.
           05  RV-SEGMENTO         PIC X(3).
           05  RV-MOTIVO           PIC X(14).
           05  RV-ESTATUS          PIC X.
               88  RV-PENDIENTE    VALUE "P".
               88  RV-ACEPTADA     VALUE "A".
               88  RV-RECHAZADA    VALUE "R".
               88  RV-SIN-CAMBIO   VALUE "N".
           05  RV-FECHA-PROP       PIC 9(8).
           05  RV-SUPERVISOR       PIC X(8).
           05  RV-FECHA-DEC        PIC 9(8).

       FD  REGLAS-CTL-FILE.
       01  REGLAS-CTL-RECORD.
           05  RGL-DIAS-BUENO      PIC 9(3).
           05  RGL-DIAS-MALO       PIC 9(3).
           05  RGL-CUBETA-CORTE    PIC 9.
           05  RGL-SEGMENTO-MIN    PIC X(3).
           05  RGL-PCT-AUMENTO     PIC 9(3).
           05  RGL-PCT-RECORTE     PIC 9(3).
           05  RGL-DIAS-HISTORIA   PIC 9(3).

       FD  RFMSCORE-FILE.
       01  RFMSCORE-RECORD.
           05  RF-CLIENTE-ID       PIC X(6).
           05  RF-ULTIMA           PIC 9(8).
           05  RF-FRECUENCIA       PIC 9(5).
           05  RF-MONTO            PIC 9(9)V99.
           05  RF-SEGMENTO         PIC X(3).

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       FD  REVLIM-REPORT.
       01  REVLIM-LINE             PIC X(100).

       COPY ANTFD.

       COPY PAFD.

       COPY CASFD.

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
       COPY ANTWS.
       COPY PAWS.
       COPY CASWS.

       01  WS-CRL-STATUS           PIC XX.
       01  WS-CRLN-STATUS          PIC XX.
       01  WS-REV-STATUS           PIC XX.
       01  WS-REGL-STATUS          PIC XX.
       01  WS-RFM-STATUS           PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-REVLIM-RPT-STATUS    PIC XX.
       01  WS-REVLIM-FILENAME      PIC X(40).

       01  WS-EOF-CRL-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CRL          VALUE "Y".
       01  WS-EOF-REV-SWITCH       PIC X VALUE "N".
           88  WS-EOF-REV          VALUE "Y".
       01  WS-EOF-RFM-SWITCH       PIC X VALUE "N".
           88  WS-EOF-RFM          VALUE "Y".
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-ES-SUPERVISOR-SW     PIC X VALUE "N".
           88  WS-ES-SUPERVISOR    VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-GENERA           VALUE "G" "g".
           88  WS-REVISA           VALUE "R" "r".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-DECISION             PIC X.

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05  WS-FH-AAAA          PIC 9(4).
           05  WS-FH-MM            PIC 99.
           05  WS-FH-DD            PIC 99.
      * TRIMESTRE DE LA REVISION: AAAA + T + NUMERO (2026T4)
       01  WS-TRIMESTRE.
           05  WS-TR-AAAA          PIC 9(4).
           05  FILLER              PIC X VALUE "T".
           05  WS-TR-NUM           PIC 9.

      * REGLAS DE LA REVISION (CREDREGL.CTL; VALORES POR OMISION)
       01  WS-DIAS-BUENO           PIC 9(3) VALUE 30.
       01  WS-DIAS-MALO            PIC 9(3) VALUE 60.
       01  WS-CUBETA-CORTE         PIC 9 VALUE 3.
       01  WS-SEGMENTO-MIN         PIC X(3) VALUE "2??".
       01  WS-PCT-AUMENTO          PIC 9(3) VALUE 20.
       01  WS-PCT-RECORTE          PIC 9(3) VALUE 25.
       01  WS-DIAS-HISTORIA        PIC 9(3) VALUE 365.
       01  WS-FECHA-DESDE-INT      PIC S9(9) VALUE 0.

      * LIMITES DE CREDLIM.DAT, CON LA EVIDENCIA DE PAGO DE CADA
      * CLIENTE: SALDO CORRIDO DEL HISTORIAL, FECHA EN QUE SE ABRIO LA
      * DEUDA VIGENTE Y PAGOS PONDERADOS POR MONTO
       01  WS-CRL-COUNT            PIC 9(4) VALUE 0.
       01  WS-CRL-CARGADOS         PIC 9(4) VALUE 0.
       01  WS-CRL-PASADOS          PIC 9(6) VALUE 0.
       01  WS-CRL-EXTRA            PIC 9(6) VALUE 0.
       01  WS-CRL-TABLE.
           05  WS-CRL-ENTRY OCCURS 2000 TIMES.
               10  WS-CRL-ID       PIC X(6).
               10  WS-CRL-CIA      PIC X(2).
               10  WS-CRL-LIMITE   PIC 9(7)V99.
               10  WS-EV-SALDO     PIC S9(9)V99.
               10  WS-EV-FDEUDA    PIC 9(8).
               10  WS-EV-PAGADO    PIC 9(9)V99.
               10  WS-EV-DIAS-MONTO PIC 9(13)V99.
       01  WS-CRL-I                PIC 9(4) VALUE 0.
       01  WS-CRL-INDICE           PIC 9(4) VALUE 0.
       01  WS-LIMITES-CAMBIADOS    PIC 9(4) VALUE 0.

      * PROPUESTAS DE TODOS LOS TRIMESTRES (CREDREV.DAT)
       01  WS-RV-COUNT             PIC 9(4) VALUE 0.
       01  WS-RV-EXTRA             PIC 9(6) VALUE 0.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 5000 TIMES.
               10  WS-RV-ID        PIC X(6).
               10  WS-RV-CIA       PIC X(2).
               10  WS-RV-TRIM      PIC X(6).
               10  WS-RV-ACCION    PIC X.
               10  WS-RV-ANT       PIC 9(7)V99.
               10  WS-RV-PROP      PIC 9(7)V99.
               10  WS-RV-DIAS      PIC 9(4).
               10  WS-RV-CUBETA    PIC 9.
               10  WS-RV-SEG       PIC X(3).
               10  WS-RV-MOTIVO    PIC X(14).
               10  WS-RV-ESTATUS   PIC X.
               10  WS-RV-FPROP     PIC 9(8).
               10  WS-RV-SUPERV    PIC X(8).
               10  WS-RV-FDEC      PIC 9(8).
       01  WS-RV-I                 PIC 9(4) VALUE 0.
       01  WS-RV-INDICE            PIC 9(4) VALUE 0.
       01  WS-RV-CAMBIOS-SW        PIC X VALUE "N".
           88  WS-RV-CAMBIOS       VALUE "Y".

       01  WS-RFM-COUNT            PIC 9(5) VALUE 0.
       01  WS-RFM-TABLE.
           05  WS-RFM-ENTRY OCCURS 10000 TIMES.
               10  WS-RFM-ID       PIC X(6).
               10  WS-RFM-SEG      PIC X(3).
       01  WS-RFM-I                PIC 9(5) VALUE 0.
       01  WS-RFM-POS              PIC 9 VALUE 0.

      * EVIDENCIA Y PROPUESTA DEL CLIENTE EN TURNO
       01  WS-DIAS-PROMEDIO        PIC 9(4) VALUE 0.
       01  WS-PEOR-CUBETA          PIC 9 VALUE 0.
       01  WS-SEG-CLIENTE          PIC X(3).
       01  WS-SEG-PASA-SWITCH      PIC X VALUE "N".
           88  WS-SEG-PASA         VALUE "Y".
       01  WS-ACCION               PIC X.
       01  WS-LIMITE-PROP          PIC 9(7)V99 VALUE 0.
       01  WS-AJUSTE-LIMITE        PIC 9(7)V99 VALUE 0.
       01  WS-MOTIVO               PIC X(14).
       01  WS-DIAS-PAGO            PIC S9(7) VALUE 0.
       01  WS-PAGO-APLICADO        PIC 9(9)V99 VALUE 0.
       01  WS-FECHA-TA-INT         PIC S9(9) VALUE 0.

       01  WS-CONT-REVISADOS       PIC 9(5) VALUE 0.
       01  WS-CONT-YA-REVISADOS    PIC 9(5) VALUE 0.
       01  WS-CONT-AUMENTOS        PIC 9(5) VALUE 0.
       01  WS-CONT-RECORTES        PIC 9(5) VALUE 0.
       01  WS-CONT-SIN-CAMBIO      PIC 9(5) VALUE 0.
       01  WS-CONT-ACEPTADAS       PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADAS      PIC 9(5) VALUE 0.
       01  WS-CONT-SECCION         PIC 9(5) VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(6) VALUE 0.
       01  WS-SECCION              PIC X.
       01  WS-LIMITE-ED1           PIC ZZZZZZ9.99.
       01  WS-LIMITE-ED2           PIC ZZZZZZ9.99.

       01  WS-DETALLE-LINE.
           05  WS-D-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ANTERIOR       PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-PROPUESTO      PIC ZZZZZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-DIAS           PIC ZZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-D-CUBETA         PIC 9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-D-SEGMENTO       PIC X(3).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-MOTIVO         PIC X(14).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ESTATUS        PIC X(9).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-SUPERVISOR     PIC X(8).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(7) VALUE "ID".
           05  FILLER              PIC X(11) VALUE "  ANTERIOR".
           05  FILLER              PIC X(12) VALUE "  PROPUESTO".
           05  FILLER              PIC X(5) VALUE " DIAS".
           05  FILLER              PIC X(6) VALUE " CUB.".
           05  FILLER              PIC X(5) VALUE "SEG".
           05  FILLER              PIC X(15) VALUE "MOTIVO".
           05  FILLER              PIC X(10) VALUE "ESTATUS".
           05  FILLER              PIC X(10) VALUE "SUPERVISOR".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "REVLIMITE" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FH-AAAA TO WS-TR-AAAA
               COMPUTE WS-TR-NUM = (WS-FH-MM + 2) / 3
               PERFORM RESUELVE-AUD-OPERADOR
               PERFORM CARGA-REGLAS
               PERFORM CARGA-LIMITES
               PERFORM CARGA-REVISIONES
               PERFORM UNTIL WS-FIN
                   DISPLAY "REVISION DE LIMITES DEL TRIMESTRE "
                       WS-TRIMESTRE " COMPANIA " WS-CIA-ACTUAL
                   DISPLAY "G-GENERA PROPUESTAS  R-REVISA (SUPERVISOR)"
                       "  L-LISTA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-GENERA
                           PERFORM GENERA-PROPUESTAS
                       WHEN WS-REVISA
                           PERFORM REVISA-PROPUESTAS
                       WHEN WS-LISTA
                           PERFORM ESCRIBE-LISTA-REVISION
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               IF WS-RV-CAMBIOS
                   PERFORM GRABA-REVISIONES
               END-IF
               IF WS-LIMITES-CAMBIADOS > 0
                   PERFORM GRABA-LIMITES
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * CADA REGLA DE CREDREGL.CTL SE TOMA SI ES VALIDA; SI NO, QUEDA
      * EL VALOR POR OMISION
           CARGA-REGLAS.
               OPEN INPUT REGLAS-CTL-FILE
               IF WS-REGL-STATUS = "00"
                   READ REGLAS-CTL-FILE
                       NOT AT END
                           PERFORM TOMA-REGLAS
                   END-READ
                   CLOSE REGLAS-CTL-FILE
               END-IF
               DISPLAY "REGLAS: PAGO BUENO <= " WS-DIAS-BUENO
                   " DIAS, LENTO > " WS-DIAS-MALO " DIAS, CUBETA "
                   WS-CUBETA-CORTE ", SEGMENTO " WS-SEGMENTO-MIN
               DISPLAY "        AUMENTO " WS-PCT-AUMENTO "%, RECORTE "
                   WS-PCT-RECORTE "%, HISTORIA " WS-DIAS-HISTORIA
                   " DIAS".

           TOMA-REGLAS.
               IF RGL-DIAS-BUENO IS NUMERIC AND RGL-DIAS-BUENO > 0
                   MOVE RGL-DIAS-BUENO TO WS-DIAS-BUENO
               END-IF
               IF RGL-DIAS-MALO IS NUMERIC AND RGL-DIAS-MALO > 0
                   MOVE RGL-DIAS-MALO TO WS-DIAS-MALO
               END-IF
               IF RGL-CUBETA-CORTE IS NUMERIC
                       AND RGL-CUBETA-CORTE > 1
                       AND RGL-CUBETA-CORTE < 5
                   MOVE RGL-CUBETA-CORTE TO WS-CUBETA-CORTE
               END-IF
               IF RGL-SEGMENTO-MIN NOT = SPACES
                   MOVE RGL-SEGMENTO-MIN TO WS-SEGMENTO-MIN
               END-IF
               IF RGL-PCT-AUMENTO IS NUMERIC AND RGL-PCT-AUMENTO > 0
                   MOVE RGL-PCT-AUMENTO TO WS-PCT-AUMENTO
               END-IF
               IF RGL-PCT-RECORTE IS NUMERIC AND RGL-PCT-RECORTE > 0
                       AND RGL-PCT-RECORTE <= 100
                   MOVE RGL-PCT-RECORTE TO WS-PCT-RECORTE
               END-IF
               IF RGL-DIAS-HISTORIA IS NUMERIC
                       AND RGL-DIAS-HISTORIA > 0
                   MOVE RGL-DIAS-HISTORIA TO WS-DIAS-HISTORIA
               END-IF.

           CARGA-LIMITES.
               MOVE 0 TO WS-CRL-COUNT
               MOVE "N" TO WS-EOF-CRL-SWITCH
               OPEN INPUT LIMITES-FILE
               IF WS-CRL-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CRL
                       READ LIMITES-FILE
                           AT END
                               SET WS-EOF-CRL TO TRUE
                           NOT AT END
                               IF CL-LIMITE IS NUMERIC
                                   IF WS-CRL-COUNT < 2000
                                       ADD 1 TO WS-CRL-COUNT
                                       MOVE CL-CLIENTE-ID TO
                                           WS-CRL-ID(WS-CRL-COUNT)
                                       MOVE CL-COMPANIA TO
                                           WS-CRL-CIA(WS-CRL-COUNT)
                                       MOVE CL-LIMITE TO
                                           WS-CRL-LIMITE(WS-CRL-COUNT)
                                   ELSE
                                       ADD 1 TO WS-CRL-EXTRA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIMITES-FILE
               END-IF
               MOVE WS-CRL-COUNT TO WS-CRL-CARGADOS
               IF WS-CRL-EXTRA > 0
                   DISPLAY "AVISO: " WS-CRL-EXTRA " LIMITES MAS "
                       "ALLA DEL TOPE EN MEMORIA (2000) NO SE "
                       "REVISAN EN ESTA SESION"
               END-IF.

      * LOS LIMITES SE REESCRIBEN COMO EN CREDITO-CLIENTES: LA TABLA
      * VIA CREDLIM.NEW Y LO QUE QUEDO FUERA DEL TOPE, INTACTO
           GRABA-LIMITES.
               OPEN OUTPUT CREDLIM-NUEVO
               PERFORM VARYING WS-CRL-I FROM 1 BY 1
                       UNTIL WS-CRL-I > WS-CRL-COUNT
                   MOVE SPACES TO LIMITE-RECORD
                   MOVE WS-CRL-ID(WS-CRL-I) TO CL-CLIENTE-ID
                   MOVE WS-CRL-CIA(WS-CRL-I) TO CL-COMPANIA
                   MOVE WS-CRL-LIMITE(WS-CRL-I) TO CL-LIMITE
                   MOVE LIMITE-RECORD TO CREDLIM-NUEVO-RECORD
                   WRITE CREDLIM-NUEVO-RECORD
               END-PERFORM
               MOVE 0 TO WS-CRL-PASADOS
               MOVE "N" TO WS-EOF-CRL-SWITCH
               OPEN INPUT LIMITES-FILE
               IF WS-CRL-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CRL
                       READ LIMITES-FILE
                           AT END
                               SET WS-EOF-CRL TO TRUE
                           NOT AT END
                               IF CL-LIMITE IS NUMERIC
                                   ADD 1 TO WS-CRL-PASADOS
                                   IF WS-CRL-PASADOS >
                                           WS-CRL-CARGADOS
                                       MOVE LIMITE-RECORD TO
                                           CREDLIM-NUEVO-RECORD
                                       WRITE CREDLIM-NUEVO-RECORD
                                   END-IF
                               ELSE
                                   MOVE LIMITE-RECORD TO
                                       CREDLIM-NUEVO-RECORD
                                   WRITE CREDLIM-NUEVO-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIMITES-FILE
               END-IF
               CLOSE CREDLIM-NUEVO
               CALL "SYSTEM" USING "mv CREDLIM.NEW CREDLIM.DAT"
               MOVE 0 TO RETURN-CODE.

           CARGA-REVISIONES.
               MOVE 0 TO WS-RV-COUNT
               MOVE "N" TO WS-EOF-REV-SWITCH
               OPEN INPUT REVISION-FILE
               IF WS-REV-STATUS = "00"
                   PERFORM UNTIL WS-EOF-REV
                       READ REVISION-FILE
                           AT END
                               SET WS-EOF-REV TO TRUE
                           NOT AT END
                               IF RV-LIMITE-ANT IS NUMERIC
                                       AND RV-LIMITE-PROP IS NUMERIC
                                   IF WS-RV-COUNT < 5000
                                       ADD 1 TO WS-RV-COUNT
                                       PERFORM CARGA-RENGLON-REVISION
                                   ELSE
                                       ADD 1 TO WS-RV-EXTRA
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REVISION-FILE
               END-IF
               IF WS-RV-EXTRA > 0
                   DISPLAY "PROPUESTAS MAS ALLA DEL TOPE (5000): "
                       WS-RV-EXTRA ", DEPURA CREDREV.DAT"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF.

           CARGA-RENGLON-REVISION.
               MOVE RV-CLIENTE-ID TO WS-RV-ID(WS-RV-COUNT)
               MOVE RV-COMPANIA TO WS-RV-CIA(WS-RV-COUNT)
               IF RV-COMPANIA = SPACES
                   MOVE "01" TO WS-RV-CIA(WS-RV-COUNT)
               END-IF
               MOVE RV-TRIMESTRE TO WS-RV-TRIM(WS-RV-COUNT)
               MOVE RV-ACCION TO WS-RV-ACCION(WS-RV-COUNT)
               MOVE RV-LIMITE-ANT TO WS-RV-ANT(WS-RV-COUNT)
               MOVE RV-LIMITE-PROP TO WS-RV-PROP(WS-RV-COUNT)
               MOVE RV-SEGMENTO TO WS-RV-SEG(WS-RV-COUNT)
               MOVE RV-MOTIVO TO WS-RV-MOTIVO(WS-RV-COUNT)
               MOVE RV-ESTATUS TO WS-RV-ESTATUS(WS-RV-COUNT)
               MOVE RV-SUPERVISOR TO WS-RV-SUPERV(WS-RV-COUNT)
               MOVE 0 TO WS-RV-DIAS(WS-RV-COUNT)
               MOVE 0 TO WS-RV-CUBETA(WS-RV-COUNT)
               MOVE 0 TO WS-RV-FPROP(WS-RV-COUNT)
               MOVE 0 TO WS-RV-FDEC(WS-RV-COUNT)
               IF RV-DIAS-PAGO IS NUMERIC
                   MOVE RV-DIAS-PAGO TO WS-RV-DIAS(WS-RV-COUNT)
               END-IF
               IF RV-CUBETA IS NUMERIC
                   MOVE RV-CUBETA TO WS-RV-CUBETA(WS-RV-COUNT)
               END-IF
               IF RV-FECHA-PROP IS NUMERIC
                   MOVE RV-FECHA-PROP TO WS-RV-FPROP(WS-RV-COUNT)
               END-IF
               IF RV-FECHA-DEC IS NUMERIC
                   MOVE RV-FECHA-DEC TO WS-RV-FDEC(WS-RV-COUNT)
               END-IF.

           GRABA-REVISIONES.
               OPEN OUTPUT REVISION-FILE
               PERFORM VARYING WS-RV-I FROM 1 BY 1
                       UNTIL WS-RV-I > WS-RV-COUNT
                   MOVE SPACES TO REVISION-RECORD
                   MOVE WS-RV-ID(WS-RV-I) TO RV-CLIENTE-ID
                   MOVE WS-RV-CIA(WS-RV-I) TO RV-COMPANIA
                   MOVE WS-RV-TRIM(WS-RV-I) TO RV-TRIMESTRE
                   MOVE WS-RV-ACCION(WS-RV-I) TO RV-ACCION
                   MOVE WS-RV-ANT(WS-RV-I) TO RV-LIMITE-ANT
                   MOVE WS-RV-PROP(WS-RV-I) TO RV-LIMITE-PROP
                   MOVE WS-RV-DIAS(WS-RV-I) TO RV-DIAS-PAGO
                   MOVE WS-RV-CUBETA(WS-RV-I) TO RV-CUBETA
                   MOVE WS-RV-SEG(WS-RV-I) TO RV-SEGMENTO
                   MOVE WS-RV-MOTIVO(WS-RV-I) TO RV-MOTIVO
                   MOVE WS-RV-ESTATUS(WS-RV-I) TO RV-ESTATUS
                   MOVE WS-RV-FPROP(WS-RV-I) TO RV-FECHA-PROP
                   MOVE WS-RV-SUPERV(WS-RV-I) TO RV-SUPERVISOR
                   MOVE WS-RV-FDEC(WS-RV-I) TO RV-FECHA-DEC
                   WRITE REVISION-RECORD
               END-PERFORM
               CLOSE REVISION-FILE.

      * LA EVIDENCIA SE JUNTA UNA SOLA VEZ POR SESION Y LUEGO CADA
      * LIMITE DE LA COMPANIA SIN PROPUESTA EN EL TRIMESTRE RECIBE LA
      * SUYA
           GENERA-PROPUESTAS.
               MOVE 0 TO WS-CONT-REVISADOS
               MOVE 0 TO WS-CONT-YA-REVISADOS
               MOVE 0 TO WS-CONT-AUMENTOS
               MOVE 0 TO WS-CONT-RECORTES
               MOVE 0 TO WS-CONT-SIN-CAMBIO
               MOVE 0 TO WS-CLI-COUNT
               PERFORM ANTIGUEDAD-CARTERA
               PERFORM CARGA-CASTIGOS
               PERFORM CARGA-RFM
               PERFORM RECORRE-HISTORIA-PAGOS
               PERFORM VARYING WS-CRL-I FROM 1 BY 1
                       UNTIL WS-CRL-I > WS-CRL-COUNT
                   IF WS-CRL-CIA(WS-CRL-I) = WS-CIA-ACTUAL
                           OR (WS-CRL-CIA(WS-CRL-I) = SPACES
                             AND WS-CIA-ACTUAL = "01")
                       PERFORM PROPONE-LIMITE
                   END-IF
               END-PERFORM
               DISPLAY "PROPUESTAS DEL TRIMESTRE " WS-TRIMESTRE
               DISPLAY "  REVISADOS       " WS-CONT-REVISADOS
               DISPLAY "  YA REVISADOS    " WS-CONT-YA-REVISADOS
               DISPLAY "  AUMENTOS        " WS-CONT-AUMENTOS
               DISPLAY "  RECORTES        " WS-CONT-RECORTES
               DISPLAY "  SIN CAMBIO      " WS-CONT-SIN-CAMBIO
               PERFORM ESCRIBE-LISTA-REVISION.

           CARGA-RFM.
               MOVE 0 TO WS-RFM-COUNT
               MOVE "N" TO WS-EOF-RFM-SWITCH
               OPEN INPUT RFMSCORE-FILE
               IF WS-RFM-STATUS NOT = "00"
                   DISPLAY "RFMSCORE.DAT NO DISPONIBLE, NINGUN CLIENTE "
                       "CALIFICA PARA AUMENTO (CORRE PUNTUARFM PRIMERO)"
               ELSE
                   PERFORM UNTIL WS-EOF-RFM
                       READ RFMSCORE-FILE
                           AT END
                               SET WS-EOF-RFM TO TRUE
                           NOT AT END
                               IF WS-RFM-COUNT < 10000
                                   ADD 1 TO WS-RFM-COUNT
                                   MOVE RF-CLIENTE-ID TO
                                       WS-RFM-ID(WS-RFM-COUNT)
                                   MOVE RF-SEGMENTO TO
                                       WS-RFM-SEG(WS-RFM-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RFMSCORE-FILE
               END-IF.

      * DIAS PARA PAGAR: SE RECORRE EL HISTORIAL ARCHIVADO LLEVANDO
      * EL SALDO DE CADA CLIENTE CON LIMITE Y LA FECHA EN QUE SE ABRIO
      * SU DEUDA; CADA ABONO DE LA VENTANA DE HISTORIA PESA LO QUE
      * PAGA POR LOS DIAS QUE ESA DEUDA LLEVABA ABIERTA
           RECORRE-HISTORIA-PAGOS.
               PERFORM VARYING WS-CRL-I FROM 1 BY 1
                       UNTIL WS-CRL-I > WS-CRL-COUNT
                   MOVE 0 TO WS-EV-SALDO(WS-CRL-I)
                   MOVE 0 TO WS-EV-FDEUDA(WS-CRL-I)
                   MOVE 0 TO WS-EV-PAGADO(WS-CRL-I)
                   MOVE 0 TO WS-EV-DIAS-MONTO(WS-CRL-I)
               END-PERFORM
               COMPUTE WS-FECHA-DESDE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - WS-DIAS-HISTORIA
               MOVE "N" TO WS-EOF-ARCH-SWITCH
               OPEN INPUT ARCHIVO-REGISTRO
               IF WS-ARCH-STATUS NOT = "00"
                   DISPLAY "SIN DIAS ARCHIVADOS (ARCHTRAN.DAT), SIN "
                       "HISTORIA DE PAGOS"
               ELSE
                   PERFORM UNTIL WS-EOF-ARCH
                       READ ARCHIVO-REGISTRO
                           AT END
                               SET WS-EOF-ARCH TO TRUE
                           NOT AT END
                               PERFORM PROCESA-DIA-PAGOS
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-REGISTRO
               END-IF.

           PROCESA-DIA-PAGOS.
               MOVE AR-ARCHIVO TO WS-ARCH-FILENAME
               MOVE "N" TO WS-EOF-TA-SWITCH
               OPEN INPUT TRANS-ARCHIVADO
               IF WS-TA-STATUS = "00"
                   PERFORM UNTIL WS-EOF-TA
                       READ TRANS-ARCHIVADO
                           AT END
                               SET WS-EOF-TA TO TRUE
                           NOT AT END
                               IF TRANS-ARCH-RECORD(1:3)
                                       NOT = "TRL"
                                       AND TA-MONTO IS NUMERIC
                                   PERFORM ACUMULA-PAGO-HISTORIA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-ARCHIVADO
               END-IF.

      * CARGOS (C, F, E Y REVERSO DE ABONO) ABREN O AUMENTAN LA DEUDA;
      * ABONOS LA PAGAN Y CUENTAN PARA LOS DIAS DE PAGO; CASTIGOS Y
      * REVERSOS DE CARGO SOLO BAJAN EL SALDO
           ACUMULA-PAGO-HISTORIA.
               MOVE TA-FECHA TO WS-FECHA-MOV
               IF TA-FECHA IS NOT NUMERIC
                       OR WS-FM-MM < 1 OR WS-FM-MM > 12
                       OR WS-FM-DD < 1 OR WS-FM-DD > 31
                   MOVE AR-FECHA TO WS-FECHA-MOV
               END-IF
               MOVE 0 TO WS-CRL-INDICE
               PERFORM VARYING WS-CRL-I FROM 1 BY 1
                       UNTIL WS-CRL-I > WS-CRL-COUNT
                           OR WS-CRL-INDICE > 0
                   IF WS-CRL-ID(WS-CRL-I) = TA-CLIENTE-ID
                           AND (WS-CRL-CIA(WS-CRL-I) = TA-COMPANIA
                             OR (TA-COMPANIA = SPACES
                               AND WS-CRL-CIA(WS-CRL-I) = "01"))
                       MOVE WS-CRL-I TO WS-CRL-INDICE
                   END-IF
               END-PERFORM
               IF WS-CRL-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               EVALUATE TRUE
                   WHEN TA-TIPO = "C" OR TA-TIPO = "F"
                           OR TA-TIPO = "E"
                           OR (TA-TIPO = "R" AND TA-TIPO-ORIGINAL = "A")
                       IF WS-EV-SALDO(WS-CRL-INDICE) <= 0
                               AND WS-EV-SALDO(WS-CRL-INDICE)
                                   + TA-MONTO > 0
                           MOVE WS-FECHA-MOV TO
                               WS-EV-FDEUDA(WS-CRL-INDICE)
                       END-IF
                       ADD TA-MONTO TO WS-EV-SALDO(WS-CRL-INDICE)
                   WHEN TA-TIPO = "A"
                       PERFORM PESA-ABONO-HISTORIA
                       SUBTRACT TA-MONTO FROM
                           WS-EV-SALDO(WS-CRL-INDICE)
                   WHEN OTHER
                       SUBTRACT TA-MONTO FROM
                           WS-EV-SALDO(WS-CRL-INDICE)
               END-EVALUATE
               IF WS-EV-SALDO(WS-CRL-INDICE) <= 0
                   MOVE 0 TO WS-EV-FDEUDA(WS-CRL-INDICE)
               END-IF.

           PESA-ABONO-HISTORIA.
               IF WS-EV-SALDO(WS-CRL-INDICE) <= 0
                       OR WS-EV-FDEUDA(WS-CRL-INDICE) = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FECHA-TA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV)
               IF WS-FECHA-TA-INT < WS-FECHA-DESDE-INT
                   EXIT PARAGRAPH
               END-IF
               IF TA-MONTO < WS-EV-SALDO(WS-CRL-INDICE)
                   MOVE TA-MONTO TO WS-PAGO-APLICADO
               ELSE
                   MOVE WS-EV-SALDO(WS-CRL-INDICE) TO WS-PAGO-APLICADO
               END-IF
               COMPUTE WS-DIAS-PAGO = WS-FECHA-TA-INT -
                   FUNCTION INTEGER-OF-DATE(
                       WS-EV-FDEUDA(WS-CRL-INDICE))
               IF WS-DIAS-PAGO < 0
                   MOVE 0 TO WS-DIAS-PAGO
               END-IF
               ADD WS-PAGO-APLICADO TO WS-EV-PAGADO(WS-CRL-INDICE)
               COMPUTE WS-EV-DIAS-MONTO(WS-CRL-INDICE) =
                   WS-EV-DIAS-MONTO(WS-CRL-INDICE)
                   + WS-PAGO-APLICADO * WS-DIAS-PAGO.

           PROPONE-LIMITE.
               MOVE 0 TO WS-RV-INDICE
               PERFORM VARYING WS-RV-I FROM 1 BY 1
                       UNTIL WS-RV-I > WS-RV-COUNT
                           OR WS-RV-INDICE > 0
                   IF WS-RV-ID(WS-RV-I) = WS-CRL-ID(WS-CRL-I)
                           AND WS-RV-CIA(WS-RV-I) = WS-CIA-ACTUAL
                           AND WS-RV-TRIM(WS-RV-I) = WS-TRIMESTRE
                       MOVE WS-RV-I TO WS-RV-INDICE
                   END-IF
               END-PERFORM
               IF WS-RV-INDICE > 0
                   ADD 1 TO WS-CONT-YA-REVISADOS
                   EXIT PARAGRAPH
               END-IF
               IF WS-RV-COUNT >= 5000
                   DISPLAY "TABLA DE PROPUESTAS LLENA, CLIENTE "
                       WS-CRL-ID(WS-CRL-I) " SIN REVISAR"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONT-REVISADOS
               PERFORM REUNE-EVIDENCIA
               PERFORM DETERMINA-PROPUESTA
               ADD 1 TO WS-RV-COUNT
               MOVE WS-CRL-ID(WS-CRL-I) TO WS-RV-ID(WS-RV-COUNT)
               MOVE WS-CIA-ACTUAL TO WS-RV-CIA(WS-RV-COUNT)
               MOVE WS-TRIMESTRE TO WS-RV-TRIM(WS-RV-COUNT)
               MOVE WS-ACCION TO WS-RV-ACCION(WS-RV-COUNT)
               MOVE WS-CRL-LIMITE(WS-CRL-I) TO WS-RV-ANT(WS-RV-COUNT)
               MOVE WS-LIMITE-PROP TO WS-RV-PROP(WS-RV-COUNT)
               MOVE WS-DIAS-PROMEDIO TO WS-RV-DIAS(WS-RV-COUNT)
               MOVE WS-PEOR-CUBETA TO WS-RV-CUBETA(WS-RV-COUNT)
               MOVE WS-SEG-CLIENTE TO WS-RV-SEG(WS-RV-COUNT)
               MOVE WS-MOTIVO TO WS-RV-MOTIVO(WS-RV-COUNT)
               MOVE WS-FECHA-HOY TO WS-RV-FPROP(WS-RV-COUNT)
               MOVE SPACES TO WS-RV-SUPERV(WS-RV-COUNT)
               MOVE 0 TO WS-RV-FDEC(WS-RV-COUNT)
               IF WS-ACCION = "M"
                   MOVE "N" TO WS-RV-ESTATUS(WS-RV-COUNT)
                   ADD 1 TO WS-CONT-SIN-CAMBIO
               ELSE
                   MOVE "P" TO WS-RV-ESTATUS(WS-RV-COUNT)
                   IF WS-ACCION = "S"
                       ADD 1 TO WS-CONT-AUMENTOS
                   ELSE
                       ADD 1 TO WS-CONT-RECORTES
                   END-IF
               END-IF
               SET WS-RV-CAMBIOS TO TRUE.

      * DIAS PROMEDIO DE PAGO, CUBETA DE LA DEUDA MAS VIEJA (0 = SIN
      * DEUDA), SEGMENTO RFM Y CASTIGO DEL CLIENTE EN TURNO
           REUNE-EVIDENCIA.
               MOVE 0 TO WS-DIAS-PROMEDIO
               IF WS-EV-PAGADO(WS-CRL-I) > 0
                   COMPUTE WS-DIAS-PROMEDIO ROUNDED =
                       WS-EV-DIAS-MONTO(WS-CRL-I)
                       / WS-EV-PAGADO(WS-CRL-I)
               END-IF
               MOVE 0 TO WS-PEOR-CUBETA
               MOVE WS-CRL-ID(WS-CRL-I) TO WS-CLI-ID-BUSCADO
               PERFORM BUSCA-CLIENTE-ANTIG
               IF WS-CLI-INDICE > 0
                   SET WS-CLX TO WS-CLI-INDICE
                   PERFORM VARYING WS-B-I FROM 1 BY 1
                           UNTIL WS-B-I > 4
                       IF WS-C-CUBETA(WS-CLX, WS-B-I) > 0
                           MOVE WS-B-I TO WS-PEOR-CUBETA
                       END-IF
                   END-PERFORM
               END-IF
               MOVE "000" TO WS-SEG-CLIENTE
               PERFORM VARYING WS-RFM-I FROM 1 BY 1
                       UNTIL WS-RFM-I > WS-RFM-COUNT
                   IF WS-RFM-ID(WS-RFM-I) = WS-CRL-ID(WS-CRL-I)
                       MOVE WS-RFM-SEG(WS-RFM-I) TO WS-SEG-CLIENTE
                   END-IF
               END-PERFORM
               SET WS-SEG-PASA TO TRUE
               PERFORM VARYING WS-RFM-POS FROM 1 BY 1
                       UNTIL WS-RFM-POS > 3
                   IF WS-SEGMENTO-MIN(WS-RFM-POS:1) NOT = "?"
                           AND WS-SEGMENTO-MIN(WS-RFM-POS:1)
                               NOT = SPACE
                           AND WS-SEG-CLIENTE(WS-RFM-POS:1) <
                               WS-SEGMENTO-MIN(WS-RFM-POS:1)
                       MOVE "N" TO WS-SEG-PASA-SWITCH
                   END-IF
               END-PERFORM
               MOVE WS-CRL-ID(WS-CRL-I) TO WS-CAS-ID-BUSCADO
               PERFORM BUSCA-CASTIGO.

      * EL CASTIGO MANDA A CERO; LA DEUDA VENCIDA O EL PAGO LENTO
      * RECORTAN; EL BUEN PAGO CON SEGMENTO SUFICIENTE AUMENTA
           DETERMINA-PROPUESTA.
               MOVE "M" TO WS-ACCION
               MOVE WS-CRL-LIMITE(WS-CRL-I) TO WS-LIMITE-PROP
               MOVE "SIN CAMBIO" TO WS-MOTIVO
               EVALUATE TRUE
                   WHEN WS-CASTIGADO
                       MOVE "B" TO WS-ACCION
                       MOVE 0 TO WS-LIMITE-PROP
                       MOVE "CASTIGADO" TO WS-MOTIVO
                   WHEN WS-PEOR-CUBETA >= WS-CUBETA-CORTE
                       MOVE "B" TO WS-ACCION
                       MOVE "SALDO VENCIDO" TO WS-MOTIVO
                   WHEN WS-EV-PAGADO(WS-CRL-I) > 0
                           AND WS-DIAS-PROMEDIO > WS-DIAS-MALO
                       MOVE "B" TO WS-ACCION
                       MOVE "PAGO LENTO" TO WS-MOTIVO
                   WHEN WS-EV-PAGADO(WS-CRL-I) > 0
                           AND WS-DIAS-PROMEDIO <= WS-DIAS-BUENO
                           AND WS-SEG-PASA
                       MOVE "S" TO WS-ACCION
                       MOVE "BUEN PAGO" TO WS-MOTIVO
                       COMPUTE WS-AJUSTE-LIMITE ROUNDED =
                           WS-CRL-LIMITE(WS-CRL-I) * WS-PCT-AUMENTO
                           / 100
                       ADD WS-AJUSTE-LIMITE TO WS-LIMITE-PROP
               END-EVALUATE
               IF WS-ACCION = "B" AND NOT WS-CASTIGADO
                   COMPUTE WS-AJUSTE-LIMITE ROUNDED =
                       WS-CRL-LIMITE(WS-CRL-I) * WS-PCT-RECORTE / 100
                   SUBTRACT WS-AJUSTE-LIMITE FROM WS-LIMITE-PROP
               END-IF
               IF WS-ACCION NOT = "M"
                       AND WS-LIMITE-PROP = WS-CRL-LIMITE(WS-CRL-I)
                   MOVE "M" TO WS-ACCION
               END-IF.

      * SOLO UN SUPERVISOR (NIVEL 3 EN OPERMAST.DAT) DECIDE LAS
      * PROPUESTAS PENDIENTES DE LA COMPANIA
           REVISA-PROPUESTAS.
               PERFORM VERIFICA-SUPERVISOR
               IF NOT WS-ES-SUPERVISOR
                   DISPLAY "SOLO UN SUPERVISOR (NIVEL 3) PUEDE "
                       "DECIDIR LAS PROPUESTAS DE LIMITE"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-CONT-ACEPTADAS
               MOVE 0 TO WS-CONT-RECHAZADAS
               PERFORM VARYING WS-RV-I FROM 1 BY 1
                       UNTIL WS-RV-I > WS-RV-COUNT
                   IF WS-RV-ESTATUS(WS-RV-I) = "P"
                           AND WS-RV-CIA(WS-RV-I) = WS-CIA-ACTUAL
                       PERFORM DECIDE-PROPUESTA
                   END-IF
               END-PERFORM
               DISPLAY "ACEPTADAS: " WS-CONT-ACEPTADAS
                   " RECHAZADAS: " WS-CONT-RECHAZADAS.

           VERIFICA-SUPERVISOR.
               MOVE "N" TO WS-ES-SUPERVISOR-SW
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE "N" TO WS-EOF-OPER-SWITCH
               OPEN INPUT OPERADOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   SET WS-ES-SUPERVISOR TO TRUE
               ELSE
                   PERFORM UNTIL WS-EOF-OPER
                       READ OPERADOR-MASTER
                           AT END
                               SET WS-EOF-OPER TO TRUE
                           NOT AT END
                               IF OP-ID = WS-AUD-OPERADOR
                                       AND OP-NIVEL IS NUMERIC
                                       AND OP-NIVEL >= 3
                                   SET WS-ES-SUPERVISOR TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-MASTER
               END-IF.

           DECIDE-PROPUESTA.
               MOVE WS-RV-ANT(WS-RV-I) TO WS-LIMITE-ED1
               MOVE WS-RV-PROP(WS-RV-I) TO WS-LIMITE-ED2
               DISPLAY "CLIENTE " WS-RV-ID(WS-RV-I) " "
                   WS-RV-MOTIVO(WS-RV-I) " DIAS DE PAGO "
                   WS-RV-DIAS(WS-RV-I) " CUBETA " WS-RV-CUBETA(WS-RV-I)
                   " SEGMENTO " WS-RV-SEG(WS-RV-I)
               DISPLAY "  LIMITE " WS-LIMITE-ED1 " -> " WS-LIMITE-ED2
               DISPLAY "A-ACEPTA  R-RECHAZA  OTRA-DEJA PENDIENTE"
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                   WHEN "A"
                   WHEN "a"
                       PERFORM ACEPTA-PROPUESTA
                   WHEN "R"
                   WHEN "r"
                       MOVE "R" TO WS-RV-ESTATUS(WS-RV-I)
                       MOVE WS-AUD-OPERADOR TO WS-RV-SUPERV(WS-RV-I)
                       MOVE WS-FECHA-HOY TO WS-RV-FDEC(WS-RV-I)
                       SET WS-RV-CAMBIOS TO TRUE
                       ADD 1 TO WS-CONT-RECHAZADAS
                       DISPLAY "RECHAZADA"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      * SI EL LIMITE CAMBIO DESPUES DE LA PROPUESTA, ESTA YA NO APLICA
      * Y QUEDA PENDIENTE HASTA LA SIGUIENTE REVISION
           ACEPTA-PROPUESTA.
               MOVE 0 TO WS-CRL-INDICE
               PERFORM VARYING WS-CRL-I FROM 1 BY 1
                       UNTIL WS-CRL-I > WS-CRL-COUNT
                           OR WS-CRL-INDICE > 0
                   IF WS-CRL-ID(WS-CRL-I) = WS-RV-ID(WS-RV-I)
                           AND (WS-CRL-CIA(WS-CRL-I) = WS-CIA-ACTUAL
                             OR (WS-CRL-CIA(WS-CRL-I) = SPACES
                               AND WS-CIA-ACTUAL = "01"))
                       MOVE WS-CRL-I TO WS-CRL-INDICE
                   END-IF
               END-PERFORM
               IF WS-CRL-INDICE = 0
                   DISPLAY "EL CLIENTE YA NO TIENE LIMITE, QUEDA "
                       "PENDIENTE"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CRL-LIMITE(WS-CRL-INDICE) NOT = WS-RV-ANT(WS-RV-I)
                   DISPLAY "EL LIMITE CAMBIO DESDE LA PROPUESTA, QUEDA "
                       "PENDIENTE"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RV-PROP(WS-RV-I) TO WS-CRL-LIMITE(WS-CRL-INDICE)
               ADD 1 TO WS-LIMITES-CAMBIADOS
               MOVE "A" TO WS-RV-ESTATUS(WS-RV-I)
               MOVE WS-AUD-OPERADOR TO WS-RV-SUPERV(WS-RV-I)
               MOVE WS-FECHA-HOY TO WS-RV-FDEC(WS-RV-I)
               SET WS-RV-CAMBIOS TO TRUE
               ADD 1 TO WS-CONT-ACEPTADAS
               PERFORM ANOTA-LIMITE-AUDIT
               DISPLAY "ACEPTADA, LIMITE APLICADO".

      * EL CAMBIO DE LIMITE QUEDA EN EL RASTRO DE AUDITORIA CON EL
      * CLIENTE, EL LIMITE ANTERIOR Y EL NUEVO
           ANOTA-LIMITE-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "LIMITE" TO AUD-EVENTO
               MOVE "ACEPTADO" TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               MOVE WS-RV-ANT(WS-RV-I) TO WS-LIMITE-ED1
               MOVE WS-RV-PROP(WS-RV-I) TO WS-LIMITE-ED2
               STRING "CLIENTE " WS-RV-ID(WS-RV-I) " ANT "
                   WS-LIMITE-ED1 " NUEVO " WS-LIMITE-ED2
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

           ESCRIBE-LISTA-REVISION.
               MOVE 0 TO WS-CONT-LISTADOS
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-REVLIM-FILENAME
               STRING "REVLIM." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-REVLIM-FILENAME
               OPEN OUTPUT REVLIM-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE WS-REPORTE-IDENT-LINE TO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE SPACES TO REVLIM-LINE
               STRING "REVISION DE LIMITES DEL TRIMESTRE " WS-TRIMESTRE
                   DELIMITED BY SIZE INTO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE WS-TITULO-LINE TO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE "=== AUMENTOS PROPUESTOS ===" TO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE "S" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-REVISION
               MOVE "=== RECORTES PROPUESTOS ===" TO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE "B" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-REVISION
               MOVE "=== SIN CAMBIO ===" TO REVLIM-LINE
               WRITE REVLIM-LINE
               MOVE "M" TO WS-SECCION
               PERFORM ESCRIBE-SECCION-REVISION
               MOVE WS-REPORTE-PIE-LINE TO REVLIM-LINE
               WRITE REVLIM-LINE
               CLOSE REVLIM-REPORT
               MOVE "REVLIMITE" TO WS-RC-TIPO
               MOVE WS-REVLIM-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "LISTA DE REVISION EN " WS-REVLIM-FILENAME.

           ESCRIBE-SECCION-REVISION.
               MOVE 0 TO WS-CONT-SECCION
               PERFORM VARYING WS-RV-I FROM 1 BY 1
                       UNTIL WS-RV-I > WS-RV-COUNT
                   IF WS-RV-CIA(WS-RV-I) = WS-CIA-ACTUAL
                           AND WS-RV-TRIM(WS-RV-I) = WS-TRIMESTRE
                           AND WS-RV-ACCION(WS-RV-I) = WS-SECCION
                       PERFORM ESCRIBE-LINEA-REVISION
                   END-IF
               END-PERFORM
               MOVE SPACES TO REVLIM-LINE
               STRING "TOTAL: " WS-CONT-SECCION " CLIENTES"
                   DELIMITED BY SIZE INTO REVLIM-LINE
               WRITE REVLIM-LINE.

           ESCRIBE-LINEA-REVISION.
               ADD 1 TO WS-CONT-SECCION
               ADD 1 TO WS-CONT-LISTADOS
               MOVE WS-RV-ID(WS-RV-I) TO WS-D-CLIENTE
               MOVE WS-RV-ANT(WS-RV-I) TO WS-D-ANTERIOR
               MOVE WS-RV-PROP(WS-RV-I) TO WS-D-PROPUESTO
               MOVE WS-RV-DIAS(WS-RV-I) TO WS-D-DIAS
               MOVE WS-RV-CUBETA(WS-RV-I) TO WS-D-CUBETA
               MOVE WS-RV-SEG(WS-RV-I) TO WS-D-SEGMENTO
               MOVE WS-RV-MOTIVO(WS-RV-I) TO WS-D-MOTIVO
               EVALUATE WS-RV-ESTATUS(WS-RV-I)
                   WHEN "P"
                       MOVE "PENDIENTE" TO WS-D-ESTATUS
                   WHEN "A"
                       MOVE "ACEPTADA" TO WS-D-ESTATUS
                   WHEN "R"
                       MOVE "RECHAZADA" TO WS-D-ESTATUS
                   WHEN OTHER
                       MOVE SPACES TO WS-D-ESTATUS
               END-EVALUATE
               MOVE WS-RV-SUPERV(WS-RV-I) TO WS-D-SUPERVISOR
               MOVE WS-DETALLE-LINE TO REVLIM-LINE
               WRITE REVLIM-LINE.

       COPY ANTPROC.
       COPY PAPROC.
       COPY CASPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
