      ******************************************************************
      * Author:
      * Date:
      * Purpose:   BAD-DEBT WRITE-OFF REQUESTS AND WRITE-OFF REGISTER
      *            REPORT
      * Tectonics: cobc
      * Note:      The C option lets any operator request the write-off
      *            of an uncollectable customer: the customer must
      *            exist for the company, carry a debit balance on
      *            SUBLED.DAT and have debt aged 90+ (shared ANT
      *            copybooks). The request always goes to the
      *            dual-authorization queue (PENDAPR.DAT, action
      *            CASTIGO) whether or not DOBLEAUT.CTL is present; a
      *            level-3 operator approves it in APRUEBA-ACCIONES,
      *            which records it in CASTIGO.DAT and writes the type
      *            W entry that the posting run books. A customer
      *            already written off, or with a request still
      *            waiting in the queue, is refused. The R option
      *            prints the write-off register for a period (YYYYMM,
      *            default the business month): write-offs posted in
      *            the period and approved ones still waiting for the
      *            posting run, with totals. The report is catalogued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASREP-REPORT ASSIGN TO DYNAMIC WS-CASREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASREP-STATUS.
           COPY CASSEL.
           COPY SUBSEL.
           COPY ANTSEL.
           COPY PASEL.
           COPY DAUSEL.
           COPY NTFSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  CASREP-REPORT.
       01  CASREP-LINE             PIC X(80).

       COPY CASFD.

       COPY SUBFD.

       COPY ANTFD.
       COPY PAFD.

       COPY DAUFD.

       COPY NTFFD.

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
       COPY CASWS.
       COPY SUBWS.
       COPY ANTWS.
       COPY PAWS.
       COPY DAUWS.
       COPY NTFWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-CASREP-STATUS        PIC XX.
       01  WS-CASREP-FILENAME      PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-PENDAPR-SWITCH   PIC X VALUE "N".
           88  WS-EOF-PENDAPR      VALUE "Y".
       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-EN-COLA-SWITCH       PIC X VALUE "N".
           88  WS-EN-COLA          VALUE "Y".
       01  WS-ANTIG-CARGADA-SW     PIC X VALUE "N".
           88  WS-ANTIG-CARGADA    VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-SOLICITA         VALUE "C" "c".
           88  WS-REPORTE          VALUE "R" "r".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-CLIENTE-ID           PIC X(6).
       01  WS-CLIENTE-NOMBRE       PIC X(20).
       01  WS-CLIENTE-APELLIDOS    PIC X(40).
       01  WS-CONFIRMA             PIC X.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-SALDO-SUB            PIC S9(9)V99 VALUE 0.
       01  WS-NOVENTA              PIC S9(9)V99 VALUE 0.

       01  WS-PERIODO-TXT          PIC X(6).
       01  WS-PERIODO-NUM REDEFINES WS-PERIODO-TXT PIC 9(6).
       01  WS-PERIODO              PIC 9(6) VALUE 0.

       01  WS-CONT-POSTEADOS       PIC 9(5) VALUE 0.
       01  WS-CONT-POR-POSTEAR     PIC 9(5) VALUE 0.
       01  WS-TOTAL-POSTEADOS      PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-POR-POSTEAR    PIC S9(11)V99 VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-ID             PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-MONTO          PIC -(8)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-SOLIC          PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-D-FSOL           PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-APROB          PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  WS-D-FAPR           PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-FPOST          PIC 9(8).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(8) VALUE "CLIENTE".
           05  FILLER              PIC X(14) VALUE "         MONTO".
           05  FILLER              PIC X(19) VALUE
                                   "  SOLICITO  FECHA  ".
           05  FILLER              PIC X(19) VALUE
                                   "  APROBO    FECHA  ".
           05  FILLER              PIC X(10) VALUE "  POSTEO".

       01  WS-TOTAL-LINE.
           05  WS-T-ETIQUETA       PIC X(24).
           05  WS-T-CONT           PIC ZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-T-MONTO          PIC -(10)9.99.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CASTIGO" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM UNTIL WS-FIN
                   DISPLAY "C-SOLICITA CASTIGO  R-REPORTE DEL PERIODO"
                       "  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-SOLICITA
                           PERFORM SOLICITA-CASTIGO
                       WHEN WS-REPORTE
                           PERFORM REPORTE-CASTIGOS
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * LA SOLICITUD NO MUEVE SALDOS: SOLO VALIDA Y ENCOLA. EL
      * CASTIGO SE APRUEBA EN LA COLA (APRUEBA-ACCIONES) Y POSTEA EN
      * LA CORRIDA DE POSTEO COMO TIPO W
           SOLICITA-CASTIGO.
               DISPLAY "INGRESA ID DE CLIENTE A CASTIGAR"
               ACCEPT WS-CLIENTE-ID
               PERFORM BUSCA-CLIENTE-MAESTRO
               IF NOT WS-FOUND
                   DISPLAY "CLIENTE NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL ": " WS-CLIENTE-ID
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-CASTIGOS
               MOVE WS-CLIENTE-ID TO WS-CAS-ID-BUSCADO
               PERFORM BUSCA-CASTIGO
               IF WS-CASTIGADO
                   DISPLAY "CLIENTE YA CASTIGADO EL "
                       WS-CAS-FAPR(WS-CAS-INDICE) ": " WS-CLIENTE-ID
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-SOLICITUD-EN-COLA
               IF WS-EN-COLA
                   DISPLAY "YA HAY UN CASTIGO PENDIENTE DE APROBAR "
                       "PARA " WS-CLIENTE-ID
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-SUBLEDGER
               MOVE WS-CLIENTE-ID TO WS-SUB-ID-BUSCADO
               PERFORM BUSCA-SUBLED
               MOVE 0 TO WS-SALDO-SUB
               IF WS-SUB-HALLADO
                   MOVE WS-SUB-SALDO(WS-SUB-INDICE) TO WS-SALDO-SUB
               END-IF
               IF WS-SALDO-SUB <= 0
                   DISPLAY "CLIENTE SIN SALDO DEUDOR EN EL SUB-LIBRO"
                       ", NADA QUE CASTIGAR: " WS-CLIENTE-ID
                   EXIT PARAGRAPH
               END-IF
               IF NOT WS-ANTIG-CARGADA
                   PERFORM ANTIGUEDAD-CARTERA
                   SET WS-ANTIG-CARGADA TO TRUE
               END-IF
               MOVE 0 TO WS-NOVENTA
               MOVE WS-CLIENTE-ID TO WS-CLI-ID-BUSCADO
               PERFORM BUSCA-CLIENTE-ANTIG
               IF WS-CLI-INDICE > 0
                   SET WS-CLX TO WS-CLI-INDICE
                   MOVE WS-C-CUBETA(WS-CLX, 4) TO WS-NOVENTA
               END-IF
               DISPLAY "CLIENTE  " WS-CLIENTE-ID " "
                   WS-CLIENTE-NOMBRE
               DISPLAY "SALDO EN SUB-LIBRO   " WS-SALDO-SUB
               DISPLAY "VENCIDO 90+          " WS-NOVENTA
               IF WS-NOVENTA <= 0
                   DISPLAY "SOLO SE CASTIGA DEUDA CON 90 DIAS O MAS "
                       "DE ANTIGUEDAD"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CONFIRMA SOLICITUD DE CASTIGO POR EL SALDO "
                   "TOTAL (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "SOLICITUD CANCELADA"
                   EXIT PARAGRAPH
               END-IF
               MOVE "CASTIGO" TO WS-DAU-ACCION
               MOVE SPACES TO WS-DAU-PARAMETRO
               MOVE WS-CLIENTE-ID TO WS-DAU-PARAMETRO(1:6)
               MOVE WS-CIA-ACTUAL TO WS-DAU-PARAMETRO(7:2)
               PERFORM ENCOLA-ACCION.

           BUSCA-CLIENTE-MAESTRO.
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "CLIENTE.DAT NO DISPONIBLE"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-MASTER OR WS-FOUND
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF FD-CLIENTE-ID = WS-CLIENTE-ID
                                   AND (FD-COMPANIA = WS-CIA-ACTUAL
                                     OR (FD-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               SET WS-FOUND TO TRUE
                               MOVE FD-NOMBRE TO WS-CLIENTE-NOMBRE
                               MOVE FD-APELLIDOS TO
                                   WS-CLIENTE-APELLIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-MASTER.

      * UNA SOLICITUD CASTIGO AUN PENDIENTE (ESTATUS P) PARA EL MISMO
      * CLIENTE Y COMPANIA BLOQUEA UNA SEGUNDA
           BUSCA-SOLICITUD-EN-COLA.
               MOVE "N" TO WS-EN-COLA-SWITCH
               MOVE "N" TO WS-EOF-PENDAPR-SWITCH
               OPEN INPUT PENDAPR-FILE
               IF WS-PENDAPR-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-PENDAPR OR WS-EN-COLA
                   READ PENDAPR-FILE
                       AT END
                           SET WS-EOF-PENDAPR TO TRUE
                       NOT AT END
                           IF AP-ACCION = "CASTIGO"
                                   AND AP-ESTATUS = "P"
                                   AND AP-PARAMETRO(1:6) =
                                       WS-CLIENTE-ID
                                   AND (AP-PARAMETRO(7:2) =
                                       WS-CIA-ACTUAL
                                     OR (AP-PARAMETRO(7:2) = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               SET WS-EN-COLA TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDAPR-FILE.

      * REGISTRO DE CASTIGOS DEL PERIODO PARA CONTABILIDAD: LOS
      * POSTEADOS CON FECHA DE POSTEO EN EL MES Y, APARTE, LOS
      * APROBADOS QUE AUN ESPERAN LA CORRIDA DE POSTEO
           REPORTE-CASTIGOS.
               DISPLAY "INGRESA PERIODO AAAAMM (EN BLANCO = "
                   WS-FECHA-HOY(1:6) ")"
               MOVE SPACES TO WS-PERIODO-TXT
               ACCEPT WS-PERIODO-TXT
               IF WS-PERIODO-TXT = SPACES
                   MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               ELSE
                   IF WS-PERIODO-TXT IS NOT NUMERIC
                           OR WS-PERIODO-TXT(5:2) < "01"
                           OR WS-PERIODO-TXT(5:2) > "12"
                       DISPLAY "PERIODO INVALIDO: " WS-PERIODO-TXT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-PERIODO-NUM TO WS-PERIODO
               END-IF
               PERFORM CARGA-CASTIGOS
               MOVE 0 TO WS-CONT-POSTEADOS
               MOVE 0 TO WS-CONT-POR-POSTEAR
               MOVE 0 TO WS-TOTAL-POSTEADOS
               MOVE 0 TO WS-TOTAL-POR-POSTEAR
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-CASREP-FILENAME
               STRING "CASTIGO." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CASREP-FILENAME
               OPEN OUTPUT CASREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE SPACES TO CASREP-LINE
               STRING "REGISTRO DE CASTIGOS DEL PERIODO " WS-PERIODO
                   DELIMITED BY SIZE INTO CASREP-LINE
               WRITE CASREP-LINE
               MOVE "=== CASTIGOS POSTEADOS ===" TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE WS-TITULO-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               PERFORM VARYING WS-CAS-I FROM 1 BY 1
                       UNTIL WS-CAS-I > WS-CAS-COUNT
                   IF WS-CAS-ESTATUS(WS-CAS-I) = "P"
                           AND WS-CAS-FPOST(WS-CAS-I)(1:6) =
                               WS-PERIODO
                       PERFORM ESCRIBE-RENGLON-CASTIGO
                   END-IF
               END-PERFORM
               MOVE "TOTAL POSTEADOS" TO WS-T-ETIQUETA
               MOVE WS-CONT-POSTEADOS TO WS-T-CONT
               MOVE WS-TOTAL-POSTEADOS TO WS-T-MONTO
               MOVE WS-TOTAL-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE SPACES TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE "=== APROBADOS POR POSTEAR ===" TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE WS-TITULO-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               PERFORM VARYING WS-CAS-I FROM 1 BY 1
                       UNTIL WS-CAS-I > WS-CAS-COUNT
                   IF WS-CAS-ESTATUS(WS-CAS-I) = "A"
                       PERFORM ESCRIBE-RENGLON-CASTIGO
                   END-IF
               END-PERFORM
               MOVE "TOTAL POR POSTEAR" TO WS-T-ETIQUETA
               MOVE WS-CONT-POR-POSTEAR TO WS-T-CONT
               MOVE WS-TOTAL-POR-POSTEAR TO WS-T-MONTO
               MOVE WS-TOTAL-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               MOVE WS-REPORTE-PIE-LINE TO CASREP-LINE
               WRITE CASREP-LINE
               CLOSE CASREP-REPORT
               MOVE "CASTIGOS" TO WS-RC-TIPO
               MOVE WS-CASREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-POSTEADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REGISTRO DE CASTIGOS EN " WS-CASREP-FILENAME
               DISPLAY "  POSTEADOS EN EL PERIODO " WS-CONT-POSTEADOS
                   " POR " WS-TOTAL-POSTEADOS
               DISPLAY "  APROBADOS POR POSTEAR   "
                   WS-CONT-POR-POSTEAR " POR " WS-TOTAL-POR-POSTEAR.

           ESCRIBE-RENGLON-CASTIGO.
               IF WS-CAS-CIA(WS-CAS-I) NOT = WS-CIA-ACTUAL
                       AND NOT (WS-CAS-CIA(WS-CAS-I) = SPACES
                           AND WS-CIA-ACTUAL = "01")
                   EXIT PARAGRAPH
               END-IF
               IF WS-CAS-ESTATUS(WS-CAS-I) = "P"
                   ADD 1 TO WS-CONT-POSTEADOS
                   ADD WS-CAS-MONTO(WS-CAS-I) TO WS-TOTAL-POSTEADOS
               ELSE
                   ADD 1 TO WS-CONT-POR-POSTEAR
                   ADD WS-CAS-MONTO(WS-CAS-I) TO
                       WS-TOTAL-POR-POSTEAR
               END-IF
               MOVE WS-CAS-ID(WS-CAS-I) TO WS-D-ID
               MOVE WS-CAS-MONTO(WS-CAS-I) TO WS-D-MONTO
               MOVE WS-CAS-SOLIC(WS-CAS-I) TO WS-D-SOLIC
               MOVE WS-CAS-FSOL(WS-CAS-I) TO WS-D-FSOL
               MOVE WS-CAS-APROB(WS-CAS-I) TO WS-D-APROB
               MOVE WS-CAS-FAPR(WS-CAS-I) TO WS-D-FAPR
               MOVE WS-CAS-FPOST(WS-CAS-I) TO WS-D-FPOST
               MOVE WS-DETALLE-LINE TO CASREP-LINE
               WRITE CASREP-LINE.

       COPY CASPROC.
       COPY SUBPROC.
       COPY ANTPROC.
       COPY PAPROC.
       COPY DAUPROC.
       COPY NTFPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
