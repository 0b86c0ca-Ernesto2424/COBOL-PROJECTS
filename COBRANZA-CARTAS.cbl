      ******************************************************************
      * Author:
      * Date:
      * Purpose:   COLLECTION DUNNING LETTERS DRIVEN BY THE AGED
      *            BALANCE BUCKETS
      * Tectonics: cobc
      * Note:      Ages every customer's open balance exactly as the
      *            aged-balance report does (shared ANT copybooks)
      *            and takes the oldest bucket that still owes money:
      *            30-59 gets a friendly reminder (level 1), 60-89 a
      *            firm notice (level 2), 90+ a final demand (level
      *            3). Letters carry the address block from
      *            CLIENTE.DAT for the run's company and skip anyone
      *            on the suppression list. Every letter is logged in
      *            COBRHIST.DAT so a level is never repeated within a
      *            cycle; the cycle closes (level 0 line) once the
      *            customer has nothing past due. CONSULTA-360 shows
      *            the history.
      *            A customer with an active installment agreement in
      *            CONVENIO.DAT gets no letter while the plan holds
      *            (counted EN CONVENIO); when the daily check finds
      *            the promise broken it writes a level 0 line here,
      *            so dunning starts over at the customer's bucket.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CARTAS-FILE ASSIGN TO DYNAMIC WS-CARTAS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTAS-STATUS.
           COPY ANTSEL.
           COPY PASEL.
           COPY COBSEL.
           COPY CVSEL.
           COPY SUPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  CARTAS-FILE.
       01  CARTA-LINE              PIC X(80).

       COPY ANTFD.
       COPY PAFD.

       COPY COBFD.

       COPY CVFD.

       COPY SUPFD.

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
       COPY SUPWS.
       COPY ANTWS.
       COPY PAWS.
       COPY CVWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-CARTAS-STATUS        PIC XX.
       01  WS-COBH-STATUS          PIC XX.
       01  WS-CARTAS-FILENAME      PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-HIST-SWITCH      PIC X VALUE "N".
           88  WS-EOF-HIST         VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-NOMBRE-COMPLETO      PIC X(62).

      * NIVEL MAS ALTO YA ENVIADO EN EL CICLO ABIERTO DE CADA CLIENTE
       01  WS-HIS-COUNT            PIC 9(4) VALUE 0.
       01  WS-HISTORIA-TABLE.
           05  WS-HIS-ENTRY OCCURS 5000 TIMES.
               10  WS-HIS-ID       PIC X(6).
               10  WS-HIS-NIVEL    PIC 9.
       01  WS-HIS-I                PIC 9(4) VALUE 0.
       01  WS-HIS-INDICE           PIC 9(4) VALUE 0.
       01  WS-HIS-ID-BUSCADO       PIC X(6).
       01  WS-HIS-EXTRA            PIC 9(6) VALUE 0.

       01  WS-NIVEL-CARTA          PIC 9 VALUE 0.
       01  WS-NIVEL-ENVIADO        PIC 9 VALUE 0.
       01  WS-VENCIDO              PIC S9(9)V99 VALUE 0.
       01  WS-SALDO-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-MONTO-EDIT           PIC Z(8)9.99.

       01  WS-CONT-CARTAS          PIC 9(5) VALUE 0.
       01  WS-CONT-NIVEL-TABLE.
           05  WS-CONT-NIVEL OCCURS 3 TIMES PIC 9(5) VALUE 0.
       01  WS-CONT-SUPRIMIDOS      PIC 9(5) VALUE 0.
       01  WS-CONT-REPETIDAS       PIC 9(5) VALUE 0.
       01  WS-CONT-CICLOS          PIC 9(5) VALUE 0.
       01  WS-CONT-CONVENIO        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "COBRANZA" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-SUPRESION
               PERFORM CARGA-HISTORIA
               PERFORM CARGA-CONVENIOS
               PERFORM ANTIGUEDAD-CARTERA
               PERFORM GENERA-CARTAS
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * LA HISTORIA SE LEE EN ORDEN: CADA CARTA SUBE EL NIVEL DEL
      * CICLO, UN RENGLON NIVEL 0 LO REGRESA A CERO
           CARGA-HISTORIA.
               MOVE 0 TO WS-HIS-COUNT
               MOVE "N" TO WS-EOF-HIST-SWITCH
               OPEN INPUT COBRANZA-HIST-FILE
               IF WS-COBH-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-HIST
                   READ COBRANZA-HIST-FILE
                       AT END
                           SET WS-EOF-HIST TO TRUE
                       NOT AT END
                           PERFORM ACUMULA-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE COBRANZA-HIST-FILE
               IF WS-HIS-EXTRA > 0
                   DISPLAY "AVISO: " WS-HIS-EXTRA " RENGLONES DE "
                       "COBRHIST.DAT MAS ALLA DEL TOPE EN MEMORIA "
                       "(5000 CLIENTES) NO SE CONSIDERARON"
               END-IF.

           ACUMULA-HISTORIA.
               IF CH-NIVEL IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE CH-CLIENTE-ID TO WS-HIS-ID-BUSCADO
               PERFORM BUSCA-HISTORIA
               IF WS-HIS-INDICE = 0
                   IF WS-HIS-COUNT >= 5000
                       ADD 1 TO WS-HIS-EXTRA
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-HIS-COUNT
                   MOVE WS-HIS-COUNT TO WS-HIS-INDICE
                   MOVE CH-CLIENTE-ID TO WS-HIS-ID(WS-HIS-INDICE)
                   MOVE 0 TO WS-HIS-NIVEL(WS-HIS-INDICE)
               END-IF
               IF CH-NIVEL = 0
                   MOVE 0 TO WS-HIS-NIVEL(WS-HIS-INDICE)
               ELSE
                   IF CH-NIVEL > WS-HIS-NIVEL(WS-HIS-INDICE)
                       MOVE CH-NIVEL TO WS-HIS-NIVEL(WS-HIS-INDICE)
                   END-IF
               END-IF.

           BUSCA-HISTORIA.
               MOVE 0 TO WS-HIS-INDICE
               PERFORM VARYING WS-HIS-I FROM 1 BY 1
                       UNTIL WS-HIS-I > WS-HIS-COUNT
                           OR WS-HIS-INDICE > 0
                   IF WS-HIS-ID(WS-HIS-I) = WS-HIS-ID-BUSCADO
                       MOVE WS-HIS-I TO WS-HIS-INDICE
                   END-IF
               END-PERFORM.

           GENERA-CARTAS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "COBRANZA." WS-GEN-FECHA WS-GEN-HORA ".PRT"
                   DELIMITED BY SIZE INTO WS-CARTAS-FILENAME
               OPEN OUTPUT CARTAS-FILE
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CARTA-LINE
               WRITE CARTA-LINE
               OPEN EXTEND COBRANZA-HIST-FILE
               IF WS-COBH-STATUS = "05" OR WS-COBH-STATUS = "35"
                   CLOSE COBRANZA-HIST-FILE
                   OPEN OUTPUT COBRANZA-HIST-FILE
               END-IF
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   SET WS-EOF-MASTER TO TRUE
                   DISPLAY "CLIENTE.DAT NO DISPONIBLE"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                               PERFORM REVISA-CLIENTE-COBRANZA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF
               CLOSE COBRANZA-HIST-FILE
               MOVE WS-REPORTE-PIE-LINE TO CARTA-LINE
               WRITE CARTA-LINE
               CLOSE CARTAS-FILE
               MOVE "COBRANZA" TO WS-RC-TIPO
               MOVE WS-CARTAS-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-CARTAS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "CARTAS DE COBRANZA EN " WS-CARTAS-FILENAME
               DISPLAY "  RECORDATORIOS (30)     " WS-CONT-NIVEL(1)
               DISPLAY "  AVISOS FORMALES (60)   " WS-CONT-NIVEL(2)
               DISPLAY "  REQUERIMIENTOS (90+)   " WS-CONT-NIVEL(3)
               DISPLAY "  NIVEL YA ENVIADO       " WS-CONT-REPETIDAS
               DISPLAY "  SUPRIMIDOS             " WS-CONT-SUPRIMIDOS
               DISPLAY "  EN CONVENIO            " WS-CONT-CONVENIO
               DISPLAY "  CICLOS CERRADOS        " WS-CONT-CICLOS.

      * LA CUBETA MAS VIEJA CON DEUDA MANDA EL NIVEL; SIN SALDO
      * NETO A CARGO NO HAY CARTA AUNQUE QUEDE ALGO VIEJO
           REVISA-CLIENTE-COBRANZA.
               IF FD-COMPANIA NOT = WS-CIA-ACTUAL
                       AND NOT (FD-COMPANIA = SPACES
                           AND WS-CIA-ACTUAL = "01")
                   EXIT PARAGRAPH
               END-IF
               MOVE FD-CLIENTE-ID TO WS-CLI-ID-BUSCADO
               PERFORM BUSCA-CLIENTE-ANTIG
               MOVE 0 TO WS-NIVEL-CARTA
               MOVE 0 TO WS-VENCIDO
               MOVE 0 TO WS-SALDO-TOTAL
               IF WS-CLI-INDICE > 0
                   SET WS-CLX TO WS-CLI-INDICE
                   PERFORM VARYING WS-B-I FROM 1 BY 1
                           UNTIL WS-B-I > 4
                       ADD WS-C-CUBETA(WS-CLX, WS-B-I) TO
                           WS-SALDO-TOTAL
                       IF WS-B-I > 1
                           ADD WS-C-CUBETA(WS-CLX, WS-B-I) TO
                               WS-VENCIDO
                           IF WS-C-CUBETA(WS-CLX, WS-B-I) > 0
                               COMPUTE WS-NIVEL-CARTA = WS-B-I - 1
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SALDO-TOTAL <= 0 OR WS-VENCIDO <= 0
                       MOVE 0 TO WS-NIVEL-CARTA
                   END-IF
               END-IF
               MOVE FD-CLIENTE-ID TO WS-HIS-ID-BUSCADO
               PERFORM BUSCA-HISTORIA
               MOVE 0 TO WS-NIVEL-ENVIADO
               IF WS-HIS-INDICE > 0
                   MOVE WS-HIS-NIVEL(WS-HIS-INDICE) TO
                       WS-NIVEL-ENVIADO
               END-IF
               IF WS-NIVEL-CARTA = 0
                   IF WS-NIVEL-ENVIADO > 0
                       PERFORM CIERRA-CICLO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE FD-CLIENTE-ID TO WS-SUPR-ID-BUSCADO
               PERFORM ES-CLIENTE-SUPRIMIDO
               IF WS-SUPRIMIDO
                   ADD 1 TO WS-CONT-SUPRIMIDOS
                   EXIT PARAGRAPH
               END-IF
      * MIENTRAS EL CONVENIO ESTE ACTIVO NO SE ESCRIBE; EL CICLO
      * QUEDA COMO ESTABA HASTA QUE LA REVISION LO ROMPA O CUMPLA
               MOVE FD-CLIENTE-ID TO WS-CV-ID-BUSCADO
               PERFORM BUSCA-CONVENIO-CLIENTE
               IF WS-CV-INDICE > 0
                   IF WS-CV-EST(WS-CV-INDICE) = "A"
                       ADD 1 TO WS-CONT-CONVENIO
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF WS-NIVEL-CARTA <= WS-NIVEL-ENVIADO
                   ADD 1 TO WS-CONT-REPETIDAS
                   EXIT PARAGRAPH
               END-IF
               PERFORM ESCRIBE-CARTA
               PERFORM GRABA-HISTORIA
               ADD 1 TO WS-CONT-CARTAS
               ADD 1 TO WS-CONT-NIVEL(WS-NIVEL-CARTA).

           CIERRA-CICLO.
               MOVE 0 TO WS-NIVEL-CARTA
               MOVE 0 TO WS-VENCIDO
               PERFORM GRABA-HISTORIA
               ADD 1 TO WS-CONT-CICLOS.

      * ANOTA EL RENGLON EN COBRHIST.DAT Y EN LA TABLA, PARA QUE UN
      * ID REPETIDO EN EL MAESTRO NO RECIBA DOS CARTAS
           GRABA-HISTORIA.
               MOVE SPACES TO COBRANZA-HIST-RECORD
               MOVE FD-CLIENTE-ID TO CH-CLIENTE-ID
               MOVE WS-CIA-ACTUAL TO CH-COMPANIA
               MOVE WS-NIVEL-CARTA TO CH-NIVEL
               MOVE WS-FECHA-HOY TO CH-FECHA
               MOVE WS-VENCIDO TO CH-VENCIDO
               MOVE WS-CARTAS-FILENAME TO CH-CARTAS-ARCHIVO
               PERFORM ACUMULA-HISTORIA
               WRITE COBRANZA-HIST-RECORD.

           ESCRIBE-CARTA.
               MOVE SPACES TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE SPACES TO WS-NOMBRE-COMPLETO
               STRING FUNCTION TRIM(FD-NOMBRE) " "
                   FUNCTION TRIM(FD-APELLIDOS)
                   DELIMITED BY SIZE INTO WS-NOMBRE-COMPLETO
               MOVE WS-NOMBRE-COMPLETO TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE FD-CALLE TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE SPACES TO CARTA-LINE
               STRING FUNCTION TRIM(FD-CIUDAD) " CP " FD-CP
                   DELIMITED BY SIZE INTO CARTA-LINE
               WRITE CARTA-LINE
               MOVE SPACES TO CARTA-LINE
               STRING "CLIENTE " FD-CLIENTE-ID "   FECHA "
                   WS-FECHA-HOY DELIMITED BY SIZE INTO CARTA-LINE
               WRITE CARTA-LINE
               EVALUATE WS-NIVEL-CARTA
                   WHEN 1
                       MOVE "RECORDATORIO AMISTOSO" TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "SU CUENTA PRESENTA UN SALDO CON MAS DE 30"
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "DIAS DE ATRASO. SI YA REALIZO SU PAGO, LE"
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "AGRADECEMOS Y LE PEDIMOS IGNORAR ESTE"
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "AVISO." TO CARTA-LINE
                       WRITE CARTA-LINE
                   WHEN 2
                       MOVE "AVISO FORMAL DE ADEUDO" TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "SU SALDO TIENE MAS DE 60 DIAS DE ATRASO."
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "LE SOLICITAMOS CUBRIRLO DE INMEDIATO PARA"
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "CONSERVAR SU LINEA DE CREDITO."
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                   WHEN OTHER
                       MOVE "REQUERIMIENTO FINAL DE PAGO" TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "SU SALDO TIENE MAS DE 90 DIAS DE ATRASO."
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "DE NO RECIBIR SU PAGO, LA CUENTA PASARA A"
                           TO CARTA-LINE
                       WRITE CARTA-LINE
                       MOVE "COBRANZA ESPECIAL SIN MAS AVISO."
                           TO CARTA-LINE
                       WRITE CARTA-LINE
               END-EVALUATE
               MOVE WS-VENCIDO TO WS-MONTO-EDIT
               MOVE SPACES TO CARTA-LINE
               STRING "SALDO VENCIDO:  " WS-MONTO-EDIT
                   DELIMITED BY SIZE INTO CARTA-LINE
               WRITE CARTA-LINE
               MOVE WS-SALDO-TOTAL TO WS-MONTO-EDIT
               MOVE SPACES TO CARTA-LINE
               STRING "SALDO TOTAL:    " WS-MONTO-EDIT
                   DELIMITED BY SIZE INTO CARTA-LINE
               WRITE CARTA-LINE.

       COPY ANTPROC.
       COPY PAPROC.
       COPY CVPROC.
       COPY SUPPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
