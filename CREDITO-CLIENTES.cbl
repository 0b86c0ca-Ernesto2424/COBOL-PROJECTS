      *            in OVRAPROB.DAT that the posting consumes, a bounce
      *            just marks the item. Working the queue requires an
      *            operator of level 3 on OPERMAST.DAT.
      *            A customer written off (CASTIGO.DAT) gets no new
      *            credit: a limit cannot be granted or changed and a
      *            held cargo for that customer cannot be approved.
      *            A held cargo keeps its open-item reference in
      *            PENDOVR.DAT and the release writes it back to
      *            TRANSACC.DAT.
      *            The G option keeps CREDGRP.DAT, a group credit
      *            limit for a top-level corporate parent with
      *            branches linked in CLIGRUPO.DAT; the posting run
      *            holds a cargo of any account in the group that
      *            would take the combined balance past it, and the
      *            held item shows the group and its limit here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           COPY TRAPSEL.
           COPY CASSEL.
           COPY GPSEL.
           COPY LGSEL.
           COPY CIASEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           05  PO-ESTATUS          PIC X.
           05  PO-SUPERVISOR       PIC X(8).
           05  PO-FECHA-DECISION   PIC 9(8).
           05  PO-REFERENCIA       PIC X(10).

       FD  PENDOVR-NUEVO.
       01  PENDOVR-NUEVO-RECORD    PIC X(54).

       FD  APROBACIONES-FILE.
       01  APROBACION-RECORD.
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.

       COPY TRAPFD.

       COPY CASFD.

       COPY GPFD.

       COPY LGFD.

       COPY CIAFD.

       COPY AUDITFD.
       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY TRAPWS.
       COPY CASWS.
       COPY GPWS.
       COPY LGWS.
       COPY ERRWS.
       COPY CIAWS.

           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-PENDIENTES       VALUE "P" "p".
           88  WS-GRUPO            VALUE "G" "g".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
           88  WS-ES-SUPERVISOR    VALUE "Y".
       01  WS-CONT-APROBADOS       PIC 9(4) VALUE 0.
       01  WS-CONT-REBOTADOS       PIC 9(4) VALUE 0.
       01  WS-CIA-SESION           PIC X(2).
       01  WS-LG-CAMBIOS-SW        PIC X VALUE "N".
           88  WS-LG-CAMBIOS       VALUE "Y".
       01  WS-SUCURSALES-SW        PIC X VALUE "N".
           88  WS-CON-SUCURSALES   VALUE "Y".

       01  WS-CRL-COUNT            PIC 9(4) VALUE 0.
       01  WS-CRL-TABLE.
               10  WS-PD-ESTATUS   PIC X.
               10  WS-PD-SUPER     PIC X(8).
               10  WS-PD-FDEC      PIC 9(8).
               10  WS-PD-REF       PIC X(10).

       PROCEDURE DIVISION.
           MAIN.
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-LIMITES
               PERFORM CARGA-CASTIGOS
               PERFORM CARGA-GRUPOS
               PERFORM CARGA-LIMITES-GRUPO
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA/CAMBIO LIMITE  B-BAJA LIMITE  "
                       "G-LIMITE DE GRUPO"
                   DISPLAY "L-LISTA  P-PENDIENTES  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM LISTA-LIMITES
                       WHEN WS-PENDIENTES
                           PERFORM TRABAJA-PENDIENTES
                       WHEN WS-GRUPO
                           PERFORM ALTA-LIMITE-GRUPO
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-LIMITES
               IF WS-LG-CAMBIOS
                   PERFORM GRABA-LIMITES-GRUPO
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           ALTA-LIMITE.
               DISPLAY "INGRESA ID DE CLIENTE"
               ACCEPT WS-CLIENTE-ID
               MOVE WS-CLIENTE-ID TO WS-CAS-ID-BUSCADO
               PERFORM BUSCA-CASTIGO
               IF WS-CASTIGADO
                   DISPLAY "CLIENTE CASTIGADO, NO SE OTORGA CREDITO: "
                       WS-CLIENTE-ID
                   MOVE "CLIENTE-ID" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CLIENTE-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-LIMITE-TXT IS NUMERIC
                   DISPLAY "INGRESA LIMITE (9 DIGITOS, 2 DECIMALES "
                           WS-CRL-LIMITE(WS-CRX)
                   END-IF
               END-PERFORM
               DISPLAY "LIMITES REGISTRADOS: " WS-CRL-COUNT
               PERFORM VARYING WS-LG-I FROM 1 BY 1
                       UNTIL WS-LG-I > WS-LG-COUNT
                   IF WS-LG-CIA(WS-LG-I) = WS-CIA-ACTUAL
                           AND WS-LG-ID(WS-LG-I) NOT = SPACES
                       DISPLAY "  GRUPO " WS-LG-ID(WS-LG-I)
                           " LIMITE DE GRUPO " WS-LG-LIMITE(WS-LG-I)
                   END-IF
               END-PERFORM.

      * LIMITE DE GRUPO: SOLO PARA UNA CUENTA PADRE DE PRIMER NIVEL
      * CON SUCURSALES LIGADAS EN CLIGRUPO.DAT (CLIENTEMASTER,
      * OPCION P); UN LIMITE EN CERO LO QUITA
           ALTA-LIMITE-GRUPO.
               DISPLAY "INGRESA ID DE LA CUENTA PADRE"
               ACCEPT WS-CLIENTE-ID
               MOVE WS-CLIENTE-ID TO WS-GP-ID-BUSCADO
               PERFORM BUSCA-RAIZ
               IF WS-GP-RAIZ NOT = WS-CLIENTE-ID
                   DISPLAY "LA CUENTA ES SUCURSAL DEL GRUPO "
                       WS-GP-RAIZ ", EL LIMITE VA EN ESA PADRE"
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-SUCURSALES-SW
               PERFORM VARYING WS-GP-I FROM 1 BY 1
                       UNTIL WS-GP-I > WS-GP-COUNT
                   IF WS-GP-PADRE(WS-GP-I) = WS-CLIENTE-ID
                           AND WS-GP-CIA(WS-GP-I) = WS-CIA-ACTUAL
                       SET WS-CON-SUCURSALES TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CON-SUCURSALES
                   DISPLAY "LA CUENTA NO TIENE SUCURSALES LIGADAS: "
                       WS-CLIENTE-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CLIENTE-ID TO WS-CAS-ID-BUSCADO
               PERFORM BUSCA-CASTIGO
               IF WS-CASTIGADO
                   DISPLAY "CLIENTE CASTIGADO, NO SE OTORGA CREDITO: "
                       WS-CLIENTE-ID
                   MOVE "CLIENTE-ID" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CLIENTE-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   EXIT PARAGRAPH
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-LIMITE-TXT IS NUMERIC
                   DISPLAY "INGRESA LIMITE DE GRUPO (9 DIGITOS, 2 "
                       "DECIMALES IMPLICITOS; CEROS LO QUITA)"
                   ACCEPT WS-LIMITE-TXT
                   IF WS-LIMITE-TXT IS NOT NUMERIC
                       DISPLAY "LIMITE DEBE SER NUMERICO"
                   END-IF
               END-PERFORM
               MOVE WS-CLIENTE-ID TO WS-LG-ID-BUSCADO
               PERFORM BUSCA-LIMITE-GRUPO
               EVALUATE TRUE
                   WHEN WS-LIMITE-NUM = 0 AND WS-LG-INDICE = 0
                       DISPLAY "EL GRUPO NO TENIA LIMITE: "
                           WS-CLIENTE-ID
                   WHEN WS-LIMITE-NUM = 0
                       MOVE SPACES TO WS-LG-ID(WS-LG-INDICE)
                       SET WS-LG-CAMBIOS TO TRUE
                       DISPLAY "LIMITE DE GRUPO ELIMINADO: "
                           WS-CLIENTE-ID
                   WHEN WS-LG-INDICE > 0
                       MOVE WS-LIMITE-NUM TO
                           WS-LG-LIMITE(WS-LG-INDICE)
                       SET WS-LG-CAMBIOS TO TRUE
                       DISPLAY "LIMITE DE GRUPO ACTUALIZADO: "
                           WS-CLIENTE-ID
                   WHEN WS-LG-COUNT >= 1000
                       DISPLAY "TABLA DE LIMITES DE GRUPO LLENA"
                   WHEN OTHER
                       ADD 1 TO WS-LG-COUNT
                       MOVE WS-CLIENTE-ID TO WS-LG-ID(WS-LG-COUNT)
                       MOVE WS-CIA-ACTUAL TO WS-LG-CIA(WS-LG-COUNT)
                       MOVE WS-LIMITE-NUM TO
                           WS-LG-LIMITE(WS-LG-COUNT)
                       SET WS-LG-CAMBIOS TO TRUE
                       DISPLAY "LIMITE DE GRUPO REGISTRADO: "
                           WS-CLIENTE-ID
               END-EVALUATE.

      * LA COLA DE SOBREGIROS SOLO LA TRABAJA UN SUPERVISOR (NIVEL 3
      * EN OPERMAST.DAT); SIN ARCHIVO DE OPERADORES SE PERMITE, IGUAL
                                       WS-PD-ESTATUS(WS-PDX)
                                   MOVE PO-SUPERVISOR TO
                                       WS-PD-SUPER(WS-PDX)
                                   MOVE PO-REFERENCIA TO
                                       WS-PD-REF(WS-PDX)
                                   IF PO-FECHA-DECISION IS NUMERIC
                                       MOVE PO-FECHA-DECISION TO
                                           WS-PD-FDEC(WS-PDX)
           DECIDE-PENDIENTE.
               DISPLAY "RETENIDO " WS-PD-FECHA(WS-PDX) " CLIENTE "
                   WS-PD-ID(WS-PDX) " MONTO " WS-PD-MONTO(WS-PDX)
               PERFORM MUESTRA-GRUPO-PENDIENTE
               DISPLAY "A-APRUEBA  R-REBOTA  OTRA-DEJA PENDIENTE"
               ACCEPT WS-DECISION
               EVALUATE WS-DECISION
                       CONTINUE
               END-EVALUATE.

      * SI EL CLIENTE RETENIDO ES PARTE DE UN GRUPO CON LIMITE, EL
      * SUPERVISOR VE DE QUE GRUPO Y CON QUE LIMITE
           MUESTRA-GRUPO-PENDIENTE.
               MOVE WS-CIA-ACTUAL TO WS-CIA-SESION
               MOVE WS-PD-CIA(WS-PDX) TO WS-CIA-ACTUAL
               IF WS-CIA-ACTUAL = SPACES
                   MOVE "01" TO WS-CIA-ACTUAL
               END-IF
               MOVE WS-PD-ID(WS-PDX) TO WS-GP-ID-BUSCADO
               PERFORM BUSCA-RAIZ
               MOVE WS-GP-RAIZ TO WS-LG-ID-BUSCADO
               PERFORM BUSCA-LIMITE-GRUPO
               MOVE WS-CIA-SESION TO WS-CIA-ACTUAL
               IF WS-LG-INDICE > 0
                   DISPLAY "  GRUPO " WS-GP-RAIZ " LIMITE DE GRUPO "
                       WS-LG-LIMITE(WS-LG-INDICE)
               END-IF.

      * APROBAR DEVUELVE EL MOVIMIENTO A TRANSACC.DAT Y DEJA LA
      * APROBACION DE UN SOLO USO QUE EL POSTEO CONSUME
           APRUEBA-PENDIENTE.
               MOVE WS-CIA-ACTUAL TO WS-CIA-SESION
               MOVE WS-PD-CIA(WS-PDX) TO WS-CIA-ACTUAL
               IF WS-CIA-ACTUAL = SPACES
                   MOVE "01" TO WS-CIA-ACTUAL
               END-IF
               MOVE WS-PD-ID(WS-PDX) TO WS-CAS-ID-BUSCADO
               PERFORM BUSCA-CASTIGO
               MOVE WS-CIA-SESION TO WS-CIA-ACTUAL
               IF WS-CASTIGADO
                   DISPLAY "CLIENTE CASTIGADO, EL SOBREGIRO NO SE "
                       "APRUEBA (QUEDA PENDIENTE)"
                   EXIT PARAGRAPH
               END-IF
               PERFORM ABRE-ANEXO-TRANSACC
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-PD-FECHA(WS-PDX) TO TRANS-FECHA
               MOVE WS-PD-ID(WS-PDX) TO TRANS-CLIENTE-ID
               MOVE WS-PD-MONTO(WS-PDX) TO TRANS-MONTO
               MOVE WS-PD-CIA(WS-PDX) TO TRANS-COMPANIA
               MOVE WS-PD-REF(WS-PDX) TO TRANS-REFERENCIA
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               PERFORM CIERRA-ANEXO-TRANSACC
               OPEN EXTEND APROBACIONES-FILE
                                   PO-SUPERVISOR
                               MOVE WS-PD-FDEC(WS-PDX) TO
                                   PO-FECHA-DECISION
                               MOVE WS-PD-REF(WS-PDX) TO
                                   PO-REFERENCIA
                           END-IF
                           MOVE PENDIENTE-RECORD TO
                               PENDOVR-NUEVO-RECORD
               MOVE 0 TO RETURN-CODE.

       COPY TRAPPROC.
       COPY CASPROC.
       COPY GPPROC.
       COPY LGPROC.
       COPY CIAPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
