      *            transaction appended to PERFTHRU.CTL for the next
      *            maintenance run). Both identities travel in the
      *            queue row and in the DOBLE record of AUDIT.LOG.
      *            Bad-debt write-offs (CASTIGO, always queued by
      *            CASTIGO-CARTERA) take the customer's sub-ledger
      *            balance at approval: a type W entry goes to
      *            TRANSACC.DAT for the posting run and the approved
      *            write-off is recorded in CASTIGO.DAT, which marks
      *            the customer as closed to new credit.
      *            Grade changes (CAMBIOCAL, always queued by
      *            CAMBIO-CALIFICACION; parameter = request number in
      *            CAMBCAL.DAT) rewrite the student's HISTCAL.DAT row
      *            with the new score and the letter recomputed from
      *            ESCALA.PRM, provided the row still holds the score
      *            the request started from; the request keeps the
      *            before and after, the approver and the date. A
      *            rejected grade change is marked rejected there too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DAUSEL.
           COPY NTFSEL.
           COPY CERRSEL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT PENDAPR-NUEVO ASSIGN TO "PENDAPR.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDN-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT HISTCAL-FILE ASSIGN TO "HISTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCAL-STATUS.
           SELECT HISTCAL-NUEVO ASSIGN TO "HISTCAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCALN-STATUS.
           COPY CAMSEL.
           COPY ESCSEL.
           COPY TRAPSEL.
           COPY SUBSEL.
           COPY CASSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY DAUFD.
       COPY NTFFD.
       COPY CERRFD.

       FD  OPERADOR-MASTER.
       FD  PENDAPR-NUEVO.
       01  PENDAPR-NUEVO-RECORD    PIC X(65).

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  HISTCAL-FILE.
       01  HISTCAL-RECORD.
           05  HK-ALUMNO           PIC X(8).
           05  HK-CURSO            PIC X(6).
           05  HK-FECHA            PIC 9(8).
           05  HK-SCORE            PIC 9(3).
           05  HK-LETRA            PIC X.

       FD  HISTCAL-NUEVO.
       01  HISTCAL-NUEVO-RECORD    PIC X(26).

       COPY CAMFD.

       COPY ESCFD.

       COPY TRAPFD.

       COPY SUBFD.

       COPY CASFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CERRWS.
       COPY DAUWS.
       COPY NTFWS.
       COPY TRAPWS.
       COPY SUBWS.
       COPY CASWS.
       COPY CAMWS.
       COPY ESCWS.

       01  WS-OPER-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-CIA-SESION           PIC X(2).
       01  WS-PRUEBA-STATUS        PIC XX.
       01  WS-PERFTHRU-STATUS      PIC XX.
       01  WS-ARCHIVO-RESP         PIC X(45).
       01  WS-PENDN-STATUS         PIC XX.
       01  WS-PEN-LEIDOS           PIC 9(4) VALUE 0.

      * CAMBIO DE CALIFICACION: RENGLON DE HISTCAL.DAT A CORREGIR
       01  WS-HCAL-STATUS          PIC XX.
       01  WS-HCALN-STATUS         PIC XX.
       01  WS-EOF-HCAL-SWITCH      PIC X VALUE "N".
           88  WS-EOF-HCAL         VALUE "Y".
       01  WS-HCAL-LEIDOS          PIC 9(7) VALUE 0.
       01  WS-HCAL-OBJETIVO        PIC 9(7) VALUE 0.
       01  WS-HCAL-SCORE-ACTUAL    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "APRUEBAACC" TO WS-PROGRAMA-NOMBRE
                           WS-P-APROBADOR(WS-PEN-I)
                       MOVE WS-FECHA-HOY TO WS-P-FDEC(WS-PEN-I)
                       ADD 1 TO WS-CONT-RECHAZADAS
                       IF WS-P-ACCION(WS-PEN-I) = "CAMBIOCAL"
                           PERFORM RECHAZA-CAMBIO-CALIF
                       END-IF
                       PERFORM ANOTA-DOBLE-AUDIT
                   WHEN OTHER
                       CONTINUE
                       PERFORM EJECUTA-RESTAURA
                   WHEN "BAJACLI"
                       PERFORM EJECUTA-BAJA-CLIENTE
                   WHEN "CASTIGO"
                       PERFORM EJECUTA-CASTIGO
                   WHEN "CAMBIOCAL"
                       PERFORM EJECUTA-CAMBIO-CALIF
                   WHEN OTHER
                       DISPLAY "  ACCION DESCONOCIDA, NADA "
                           "EJECUTADO"
               DISPLAY "  BAJA ENCOLADA EN PERFTHRU.CTL: "
                   WS-P-PARAMETRO(WS-PEN-I).

      * EL CASTIGO SE VALUA AL APROBAR: TODO EL SALDO DEL CLIENTE EN
      * EL SUB-LIBRO. EL SUB-LIBRO NO SE TOCA AQUI (DEBE CUADRAR CON
      * SALDO.DAT); EL MOVIMIENTO W LO LLEVA A CERO EN EL POSTEO, QUE
      * LO VALIDA CONTRA EL RENGLON DE CASTIGO.DAT
           EJECUTA-CASTIGO.
               MOVE WS-CIA-ACTUAL TO WS-CIA-SESION
               MOVE WS-P-PARAMETRO(WS-PEN-I)(7:2) TO WS-CIA-ACTUAL
               IF WS-CIA-ACTUAL = SPACES
                   MOVE "01" TO WS-CIA-ACTUAL
               END-IF
               PERFORM CARGA-CASTIGOS
               MOVE WS-P-PARAMETRO(WS-PEN-I)(1:6) TO
                   WS-CAS-ID-BUSCADO
               PERFORM BUSCA-CASTIGO
               IF WS-CASTIGADO
                   DISPLAY "  CLIENTE YA CASTIGADO, NADA EJECUTADO: "
                       WS-CAS-ID-BUSCADO
                   MOVE WS-CIA-SESION TO WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-SUBLEDGER
               MOVE WS-CAS-ID-BUSCADO TO WS-SUB-ID-BUSCADO
               PERFORM BUSCA-SUBLED
               IF NOT WS-SUB-HALLADO
                       OR WS-SUB-SALDO(WS-SUB-INDICE) <= 0
                   DISPLAY "  CLIENTE SIN SALDO DEUDOR EN EL "
                       "SUB-LIBRO, NADA EJECUTADO: "
                       WS-CAS-ID-BUSCADO
                   MOVE WS-CIA-SESION TO WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-CAS-COUNT >= 2000
                   DISPLAY "  CASTIGO.DAT LLENO (2000), NADA "
                       "EJECUTADO"
                   MOVE WS-CIA-SESION TO WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               PERFORM ABRE-ANEXO-TRANSACC
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "W" TO TRANS-TIPO
               MOVE WS-CAS-ID-BUSCADO TO TRANS-CLIENTE-ID
               MOVE WS-SUB-SALDO(WS-SUB-INDICE) TO TRANS-MONTO
               MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               PERFORM CIERRA-ANEXO-TRANSACC
               ADD 1 TO WS-CAS-COUNT
               MOVE WS-CAS-ID-BUSCADO TO WS-CAS-ID(WS-CAS-COUNT)
               MOVE WS-CIA-ACTUAL TO WS-CAS-CIA(WS-CAS-COUNT)
               MOVE TRANS-MONTO TO WS-CAS-MONTO(WS-CAS-COUNT)
               MOVE WS-P-SOLIC(WS-PEN-I) TO WS-CAS-SOLIC(WS-CAS-COUNT)
               MOVE WS-P-FECHA(WS-PEN-I) TO WS-CAS-FSOL(WS-CAS-COUNT)
               MOVE WS-AUD-OPERADOR TO WS-CAS-APROB(WS-CAS-COUNT)
               MOVE WS-FECHA-HOY TO WS-CAS-FAPR(WS-CAS-COUNT)
               MOVE "A" TO WS-CAS-ESTATUS(WS-CAS-COUNT)
               MOVE 0 TO WS-CAS-FPOST(WS-CAS-COUNT)
               PERFORM GRABA-CASTIGOS
               DISPLAY "  CASTIGO APROBADO: " WS-CAS-ID-BUSCADO
                   " POR " TRANS-MONTO " (POSTEA EN LA SIGUIENTE "
                   "CORRIDA)"
               MOVE WS-CIA-SESION TO WS-CIA-ACTUAL.

      * EL CAMBIO SE APLICA AL RENGLON DE HISTCAL.DAT DEL ALUMNO,
      * CURSO Y FECHA DE CALIFICACION DE LA SOLICITUD (EL ULTIMO SI
      * HUBIERA VARIOS) SOLO SI AUN TIENE LA CALIFICACION DE LA QUE
      * PARTIO; SI NO, LA SOLICITUD QUEDA RECHAZADA. HISTCAL.DAT SE
      * REESCRIBE DE PASO COMPLETO VIA HISTCAL.NEW
           EJECUTA-CAMBIO-CALIF.
               PERFORM CARGA-CAMBIOS-CAL
               MOVE 0 TO WS-CAM-FOLIO-BUSCADO
               IF WS-P-PARAMETRO(WS-PEN-I)(1:6) IS NUMERIC
                   MOVE WS-P-PARAMETRO(WS-PEN-I)(1:6) TO
                       WS-CAM-FOLIO-BUSCADO
               END-IF
               PERFORM BUSCA-CAMBIO-CAL
               IF WS-CAM-INDICE = 0
                   DISPLAY "  SOLICITUD DE CAMBIO NO EXISTE, NADA "
                       "EJECUTADO"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CAM-ESTATUS(WS-CAM-INDICE) NOT = "P"
                   DISPLAY "  SOLICITUD DE CAMBIO YA DECIDIDA, NADA "
                       "EJECUTADO"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  ALUMNO " WS-CAM-ALUMNO(WS-CAM-INDICE)
                   " CURSO " WS-CAM-CURSO(WS-CAM-INDICE) " "
                   WS-CAM-SCORE-ANT(WS-CAM-INDICE) " A "
                   WS-CAM-SCORE-NVO(WS-CAM-INDICE) " MOTIVO: "
                   WS-CAM-MOTIVO(WS-CAM-INDICE)
               PERFORM LOCALIZA-RENGLON-HISTCAL
               IF WS-HCAL-OBJETIVO = 0
                       OR WS-HCAL-SCORE-ACTUAL NOT =
                           WS-CAM-SCORE-ANT(WS-CAM-INDICE)
                   DISPLAY "  LA CALIFICACION YA NO ES LA DE LA "
                       "SOLICITUD, SE RECHAZA SIN CAMBIOS"
                   PERFORM RECHAZA-CAMBIO-CALIF
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-ESCALA
               MOVE WS-CAM-SCORE-NVO(WS-CAM-INDICE) TO WS-ESC-SCORE
               PERFORM LETRA-DE-SCORE
               PERFORM REESCRIBE-HISTCAL
               MOVE WS-ESC-LETRA-CALC TO
                   WS-CAM-LETRA-NVA(WS-CAM-INDICE)
               MOVE "A" TO WS-CAM-ESTATUS(WS-CAM-INDICE)
               MOVE WS-AUD-OPERADOR TO WS-CAM-APROB(WS-CAM-INDICE)
               MOVE WS-FECHA-HOY TO WS-CAM-FAPR(WS-CAM-INDICE)
               PERFORM GRABA-CAMBIOS-CAL
               DISPLAY "  CALIFICACION CAMBIADA A "
                   WS-CAM-SCORE-NVO(WS-CAM-INDICE) " "
                   WS-ESC-LETRA-CALC.

           LOCALIZA-RENGLON-HISTCAL.
               MOVE 0 TO WS-HCAL-LEIDOS
               MOVE 0 TO WS-HCAL-OBJETIVO
               MOVE 0 TO WS-HCAL-SCORE-ACTUAL
               MOVE "N" TO WS-EOF-HCAL-SWITCH
               OPEN INPUT HISTCAL-FILE
               IF WS-HCAL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-HCAL
                   READ HISTCAL-FILE
                       AT END
                           SET WS-EOF-HCAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HCAL-LEIDOS
                           IF HK-ALUMNO =
                                   WS-CAM-ALUMNO(WS-CAM-INDICE)
                                   AND HK-CURSO =
                                       WS-CAM-CURSO(WS-CAM-INDICE)
                                   AND HK-FECHA =
                                       WS-CAM-FECHA-CAL(WS-CAM-INDICE)
                               MOVE WS-HCAL-LEIDOS TO WS-HCAL-OBJETIVO
                               MOVE HK-SCORE TO WS-HCAL-SCORE-ACTUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTCAL-FILE.

           REESCRIBE-HISTCAL.
               MOVE 0 TO WS-HCAL-LEIDOS
               MOVE "N" TO WS-EOF-HCAL-SWITCH
               OPEN INPUT HISTCAL-FILE
               OPEN OUTPUT HISTCAL-NUEVO
               PERFORM UNTIL WS-EOF-HCAL
                   READ HISTCAL-FILE
                       AT END
                           SET WS-EOF-HCAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HCAL-LEIDOS
                           IF WS-HCAL-LEIDOS = WS-HCAL-OBJETIVO
                               MOVE WS-CAM-SCORE-NVO(WS-CAM-INDICE)
                                   TO HK-SCORE
                               MOVE WS-ESC-LETRA-CALC TO HK-LETRA
                           END-IF
                           MOVE HISTCAL-RECORD TO HISTCAL-NUEVO-RECORD
                           WRITE HISTCAL-NUEVO-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTCAL-FILE
               CLOSE HISTCAL-NUEVO
               CALL "SYSTEM" USING "mv HISTCAL.NEW HISTCAL.DAT"
               MOVE 0 TO RETURN-CODE.

      * EL RECHAZO (EN LA COLA O POR CALIFICACION YA CAMBIADA) DEJA
      * LA SOLICITUD DECIDIDA CON QUIEN LA RECHAZO
           RECHAZA-CAMBIO-CALIF.
               PERFORM CARGA-CAMBIOS-CAL
               MOVE 0 TO WS-CAM-FOLIO-BUSCADO
               IF WS-P-PARAMETRO(WS-PEN-I)(1:6) IS NUMERIC
                   MOVE WS-P-PARAMETRO(WS-PEN-I)(1:6) TO
                       WS-CAM-FOLIO-BUSCADO
               END-IF
               PERFORM BUSCA-CAMBIO-CAL
               IF WS-CAM-INDICE > 0
                   IF WS-CAM-ESTATUS(WS-CAM-INDICE) = "P"
                       MOVE "R" TO WS-CAM-ESTATUS(WS-CAM-INDICE)
                       MOVE WS-AUD-OPERADOR TO
                           WS-CAM-APROB(WS-CAM-INDICE)
                       MOVE WS-FECHA-HOY TO WS-CAM-FAPR(WS-CAM-INDICE)
                       PERFORM GRABA-CAMBIOS-CAL
                   END-IF
               END-IF.

           ANOTA-DOBLE-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               MOVE WS-P-SOLIC(WS-PEN-I) TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

       COPY CERRPROC.
       COPY AUDITPROC.
       COPY DAUPROC.
       COPY NTFPROC.
       COPY TRAPPROC.
       COPY SUBPROC.
       COPY CASPROC.
       COPY CAMPROC.
       COPY ESCPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
