      *            is small, so it is held in a working-storage table
      *            for the session and rewritten on exit; rejects go
      *            through the shared REGISTRA-RECHAZO routine.
      *            EMP-SUPERVISOR names the EMP-ID each employee
      *            reports to (blank at the top of the hierarchy); it
      *            must be an employee on file in the same company
      *            (a leaver is physically removed, so being on file
      *            is being active), never the employee itself, and
      *            walking up the chain from it must not come back to
      *            the employee. ORGANIGRAMA prints the resulting
      *            chart.
      *            Position control: once PUESTOS.DAT exists every add
      *            fills an open authorized position of the department
      *            (MANTEN-PUESTOS), and a department change moves the
      *            employee to an open position of the new department
      *            and frees the old one. With no open position the
      *            change is refused unless a level 3 supervisor on
      *            OPERMAST.DAT authorizes it by id; the employee then
      *            stays without a position (VACANTES lists it) and
      *            the authorization goes to the audit trail. A delete
      *            frees the position. PUESTOS.DAT is held under its
      *            own run lock while the session is open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY DEPSEL.
           COPY PSSEL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY AUDITFD.
       COPY ERRFD.
       COPY DEPFD.
       COPY PSFD.

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.
           05  OP-CLAVE-HASH        PIC 9(9).
           05  OP-FECHA-CLAVE       PIC 9(8).
           05  OP-INTENTOS          PIC 9.
           05  OP-BLOQUEADO         PIC X.
           05  OP-COMPANIAS         PIC X(10).

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY INTWS.
       COPY CIAWS.
       COPY DEPWS.
       COPY PSWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-EOF-SWITCH           PIC X VALUE "N".
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 0 TO 1000 TIMES
                   DEPENDING ON WS-EMP-COUNT
                   INDEXED BY WS-IDX WS-SUP-IDX.
               10  WS-T-ID         PIC X(6).
               10  WS-T-NOMBRE     PIC X(20).
               10  WS-T-EDAD       PIC 9(3).
               10  WS-T-DEPTO      PIC X(4).
               10  WS-T-CIA        PIC X(2).
               10  WS-T-FING       PIC 9(8).
               10  WS-T-SUPERVISOR PIC X(6).

       01  WS-EMP-SUPERVISOR       PIC X(6).
       01  WS-SUP-ACTUAL           PIC X(6).
       01  WS-SUP-SALTOS           PIC 9(4) VALUE 0.
       01  WS-SUP-SUBORDINADOS     PIC 9(4) VALUE 0.
       01  WS-SUP-VALIDO-SWITCH    PIC X VALUE "N".
           88  WS-SUP-VALIDO       VALUE "Y".
       01  WS-SUP-HALLADO-SWITCH   PIC X VALUE "N".
           88  WS-SUP-HALLADO      VALUE "Y".

       01  WS-FING-TXT             PIC X(8).
       01  WS-FING-NUM             PIC 9(8) VALUE 0.
       01  WS-FING-VALIDA-SWITCH   PIC X VALUE "N".
           88  WS-FING-VALIDA      VALUE "Y".

      * PUESTO QUE OCUPARA EL EMPLEADO (0 = SIN PUESTO AUTORIZADO)
       01  WS-EMP-PUESTO           PIC X(6).
       01  WS-PUESTO-INDICE        PIC 9(4) VALUE 0.
       01  WS-PUESTO-OK-SWITCH     PIC X VALUE "N".
           88  WS-PUESTO-OK        VALUE "Y".
       01  WS-DEPTO-ANTERIOR       PIC X(4).
       01  WS-OPER-STATUS          PIC XX.
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-AUTORIZADOR          PIC X(8).
       01  WS-AUTORIZADOR-OK-SWITCH PIC X VALUE "N".
           88  WS-AUTORIZADOR-OK   VALUE "Y".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTEMPL" TO WS-PROGRAMA-NOMBRE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               MOVE "PUESTOS.DAT" TO WS-CER-ARCHIVO
               PERFORM RECLAMA-CERROJO
               IF WS-CER-OCUPADO
                   DISPLAY "PUESTOS.DAT EN USO POR " WS-CER-DUENO
                       " (OPERADOR " WS-CER-DUENO-OPER
                       "), INTENTA MAS TARDE"
                   PERFORM LIBERA-CERROJO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CARGA-DEPTOS
               PERFORM CARGA-EMPLEADOS
               PERFORM CARGA-PUESTOS
               IF WS-TABLA-DESBORDA OR WS-PS-DESBORDA
                   DISPLAY "EL MAESTRO DE EMPLEADOS O EL DE PUESTOS "
                       "EXCEDE LA CAPACIDAD DE LA SESION (1000); "
                       "NADA SE REGRABA PARA NO PERDER REGISTROS"
                   PERFORM LIBERA-CERROJO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-EMPLEADOS
               IF WS-PS-CONTROL
                   PERFORM GRABA-PUESTOS
               END-IF
               PERFORM LIBERA-CERROJO
               IF WS-CONT-ERRORES > 0
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   ELSE
                       MOVE 0 TO WS-T-FING(WS-EMP-COUNT)
                   END-IF
                   MOVE EMP-SUPERVISOR TO
                       WS-T-SUPERVISOR(WS-EMP-COUNT)
                   IF EMP-EDAD IS NUMERIC
                       MOVE EMP-EDAD TO WS-T-EDAD(WS-EMP-COUNT)
                   ELSE
                   MOVE WS-T-DEPTO(WS-IDX) TO EMP-DEPTO
                   MOVE WS-T-CIA(WS-IDX) TO EMP-COMPANIA
                   MOVE WS-T-FING(WS-IDX) TO EMP-FECHA-INGRESO
                   MOVE WS-T-SUPERVISOR(WS-IDX) TO EMP-SUPERVISOR
                   WRITE EMPLOYEE-RECORD
                   MOVE EMPLOYEE-RECORD TO WS-INT-REGISTRO
                   PERFORM ACUMULA-INTEGRIDAD
                       PERFORM GET-EMP-NOMBRE
                       PERFORM GET-EMP-EDAD
                       PERFORM GET-EMP-DEPTO
                       PERFORM ASIGNA-PUESTO
                       IF NOT WS-PUESTO-OK
                           DISPLAY "ALTA CANCELADA: " WS-EMP-ID
                               " SIN PUESTO AUTORIZADO"
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM GET-EMP-FECHA-ING
                       PERFORM GET-EMP-SUPERVISOR
                       PERFORM OCUPA-PUESTO
                       ADD 1 TO WS-EMP-COUNT
                       MOVE WS-EMP-ID TO WS-T-ID(WS-EMP-COUNT)
                       MOVE WS-EMP-NOMBRE TO
                           WS-T-CIA(WS-EMP-COUNT)
                       MOVE WS-FING-NUM TO
                           WS-T-FING(WS-EMP-COUNT)
                       MOVE WS-EMP-SUPERVISOR TO
                           WS-T-SUPERVISOR(WS-EMP-COUNT)
                       DISPLAY "EMPLEADO AGREGADO: " WS-EMP-ID
                   END-IF
               END-IF.
                   PERFORM GET-EMP-NOMBRE
                   PERFORM GET-EMP-EDAD
                   PERFORM GET-EMP-DEPTO
                   MOVE WS-T-DEPTO(WS-IDX) TO WS-DEPTO-ANTERIOR
                   IF WS-EMP-DEPTO NOT = WS-DEPTO-ANTERIOR
                       PERFORM TRASLADA-PUESTO
                   END-IF
                   PERFORM GET-EMP-FECHA-ING
                   PERFORM GET-EMP-SUPERVISOR
                   MOVE WS-EMP-NOMBRE TO WS-T-NOMBRE(WS-IDX)
                   MOVE WS-EDAD-NUM TO WS-T-EDAD(WS-IDX)
                   MOVE WS-EMP-DEPTO TO WS-T-DEPTO(WS-IDX)
                   MOVE WS-FING-NUM TO WS-T-FING(WS-IDX)
                   MOVE WS-EMP-SUPERVISOR TO WS-T-SUPERVISOR(WS-IDX)
                   DISPLAY "EMPLEADO ACTUALIZADO: " WS-EMP-ID
               ELSE
                   DISPLAY "EMPLEADO NO EXISTE: " WS-EMP-ID
               END-IF.

      * LA BAJA ES FISICA: EL REGISTRO SE QUITA DE LA TABLA Y POR
      * TANTO DEL MAESTRO REGRABADO AL SALIR. SUS SUBORDINADOS
      * CONSERVAN EL EMP-SUPERVISOR Y QUEDAN EN LA LISTA DE
      * SUPERVISOR DADO DE BAJA DE ORGANIGRAMA HASTA REASIGNARLOS
           BAJA-EMPLEADO.
               PERFORM GET-EMP-ID
               PERFORM BUSCA-EMPLEADO
               IF WS-FOUND
                   MOVE 0 TO WS-SUP-SUBORDINADOS
                   PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                           UNTIL WS-SUP-IDX > WS-EMP-COUNT
                       IF WS-T-SUPERVISOR(WS-SUP-IDX) = WS-EMP-ID
                               AND WS-T-CIA(WS-SUP-IDX) = WS-CIA-ACTUAL
                           ADD 1 TO WS-SUP-SUBORDINADOS
                       END-IF
                   END-PERFORM
                   IF WS-SUP-SUBORDINADOS > 0
                       DISPLAY "AVISO: " WS-SUP-SUBORDINADOS
                           " EMPLEADO(S) REPORTAN A " WS-EMP-ID
                           "; REASIGNA SU SUPERVISOR"
                   END-IF
                   PERFORM VARYING WS-IDX FROM WS-IDX BY 1
                           UNTIL WS-IDX >= WS-EMP-COUNT
                       MOVE WS-EMP-ENTRY(WS-IDX + 1) TO
                           WS-EMP-ENTRY(WS-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-EMP-COUNT
                   MOVE WS-CIA-ACTUAL TO WS-PS-CIA-BUSCADA
                   MOVE WS-EMP-ID TO WS-PS-EMP-BUSCADO
                   MOVE WS-FECHA-HOY TO WS-PS-FECHA-MOV
                   PERFORM LIBERA-PUESTO-EMPLEADO
                   IF WS-PS-INDICE > 0
                       DISPLAY "PUESTO " WS-PS-PUESTO(WS-PS-INDICE)
                           " QUEDA VACANTE"
                   END-IF
                   DISPLAY "EMPLEADO ELIMINADO: " WS-EMP-ID
               ELSE
                   DISPLAY "EMPLEADO NO EXISTE: " WS-EMP-ID
                   DISPLAY WS-T-ID(WS-IDX) " " WS-T-NOMBRE(WS-IDX)
                       " " WS-T-EDAD(WS-IDX) " DEPTO "
                       WS-T-DEPTO(WS-IDX) " INGRESO "
                       WS-T-FING(WS-IDX) " SUPERVISOR "
                       WS-T-SUPERVISOR(WS-IDX)
               ELSE
                   DISPLAY "EMPLEADO NO EXISTE: " WS-EMP-ID
               END-IF.
                   END-IF
               END-PERFORM.

      * EL SUPERVISOR ES OPCIONAL (EN BLANCO = CIMA DE LA JERARQUIA).
      * DEBE ESTAR EN EL MAESTRO EN LA MISMA COMPANIA, NO PUEDE SER EL
      * PROPIO EMPLEADO Y SUBIENDO POR SU CADENA DE SUPERVISORES NO SE
      * DEBE LLEGAR AL EMPLEADO (CICLO). LA SUBIDA SE LIMITA AL TOTAL
      * DE EMPLEADOS POR SI EL MAESTRO YA TRAE UN CICLO AJENO
           GET-EMP-SUPERVISOR.
               MOVE "N" TO WS-SUP-VALIDO-SWITCH
               PERFORM WITH TEST AFTER UNTIL WS-SUP-VALIDO
                   DISPLAY "SUPERVISOR (EMP-ID, EN BLANCO = SIN "
                       "SUPERVISOR)"
                   MOVE SPACES TO WS-EMP-SUPERVISOR
                   ACCEPT WS-EMP-SUPERVISOR
                   EVALUATE TRUE
                       WHEN WS-EMP-SUPERVISOR = SPACES
                           SET WS-SUP-VALIDO TO TRUE
                       WHEN WS-EMP-SUPERVISOR = WS-EMP-ID
                           DISPLAY "UN EMPLEADO NO PUEDE SER SU "
                               "PROPIO SUPERVISOR"
                           PERFORM RECHAZA-SUPERVISOR
                       WHEN OTHER
                           MOVE WS-EMP-SUPERVISOR TO WS-SUP-ACTUAL
                           PERFORM BUSCA-SUPERVISOR
                           IF NOT WS-SUP-HALLADO
                               DISPLAY "SUPERVISOR NO EXISTE O NO "
                                   "ESTA ACTIVO EN LA COMPANIA: "
                                   WS-EMP-SUPERVISOR
                               PERFORM RECHAZA-SUPERVISOR
                           ELSE
                               PERFORM RECORRE-CADENA-SUPERVISOR
                               IF WS-SUP-ACTUAL = WS-EMP-ID
                                   DISPLAY "EL SUPERVISOR "
                                       WS-EMP-SUPERVISOR " REPORTA "
                                       "YA A " WS-EMP-ID
                                       "; SE FORMARIA UN CICLO"
                                   PERFORM RECHAZA-SUPERVISOR
                               ELSE
                                   SET WS-SUP-VALIDO TO TRUE
                               END-IF
                           END-IF
                   END-EVALUATE
               END-PERFORM.

           RECHAZA-SUPERVISOR.
               MOVE "EMP-SUPERVISOR" TO WS-ERR-CAMPO-NOMBRE
               MOVE WS-EMP-SUPERVISOR TO WS-ERR-CAMPO-VALOR
               PERFORM REGISTRA-RECHAZO
               ADD 1 TO WS-CONT-ERRORES.

      * LOCALIZA WS-SUP-ACTUAL EN LA COMPANIA SIN MOVER WS-IDX, QUE
      * EN UN CAMBIO SENALA AL EMPLEADO QUE SE ESTA ACTUALIZANDO
           BUSCA-SUPERVISOR.
               MOVE "N" TO WS-SUP-HALLADO-SWITCH
               SET WS-SUP-IDX TO 1
               SEARCH WS-EMP-ENTRY VARYING WS-SUP-IDX
                   AT END
                       MOVE "N" TO WS-SUP-HALLADO-SWITCH
                   WHEN WS-T-ID(WS-SUP-IDX) = WS-SUP-ACTUAL
                           AND WS-T-CIA(WS-SUP-IDX) = WS-CIA-ACTUAL
                       SET WS-SUP-HALLADO TO TRUE
               END-SEARCH.

      * SUBE DESDE EL SUPERVISOR CAPTURADO HASTA LA CIMA, HASTA UN
      * SUPERVISOR QUE YA NO ESTA EN EL MAESTRO O HASTA TOPAR CON EL
      * EMPLEADO; AL SALIR WS-SUP-ACTUAL = WS-EMP-ID INDICA CICLO
           RECORRE-CADENA-SUPERVISOR.
               MOVE 0 TO WS-SUP-SALTOS
               MOVE WS-T-SUPERVISOR(WS-SUP-IDX) TO WS-SUP-ACTUAL
               PERFORM UNTIL WS-SUP-ACTUAL = SPACES
                       OR WS-SUP-ACTUAL = WS-EMP-ID
                       OR WS-SUP-SALTOS > WS-EMP-COUNT
                   ADD 1 TO WS-SUP-SALTOS
                   PERFORM BUSCA-SUPERVISOR
                   IF WS-SUP-HALLADO
                       MOVE WS-T-SUPERVISOR(WS-SUP-IDX) TO
                           WS-SUP-ACTUAL
                   ELSE
                       MOVE SPACES TO WS-SUP-ACTUAL
                   END-IF
               END-PERFORM.

      * CONTROL DE PUESTOS: SIN PUESTOS.DAT NO SE EXIGE PUESTO. CON
      * VACANTES EN EL DEPARTAMENTO SE ELIGE UNA (ENTER = LA PRIMERA);
      * SIN VACANTE SOLO PASA CON LA AUTORIZACION DE UN SUPERVISOR Y
      * EL EMPLEADO QUEDA SIN PUESTO (WS-PUESTO-INDICE = 0)
           ASIGNA-PUESTO.
               MOVE 0 TO WS-PUESTO-INDICE
               MOVE "N" TO WS-PUESTO-OK-SWITCH
               IF NOT WS-PS-CONTROL
                   SET WS-PUESTO-OK TO TRUE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CIA-ACTUAL TO WS-PS-CIA-BUSCADA
               MOVE WS-EMP-DEPTO TO WS-PS-DEPTO-BUSCADO
               PERFORM BUSCA-VACANTE
               IF WS-PS-VACANTES = 0
                   DISPLAY "SIN PUESTO VACANTE AUTORIZADO EN "
                       WS-EMP-DEPTO
                   PERFORM PIDE-AUTORIZACION
                   IF WS-AUTORIZADOR-OK
                       SET WS-PUESTO-OK TO TRUE
                       PERFORM ANOTA-AUTORIZACION
                       DISPLAY "SIN PUESTO, AUTORIZADO POR "
                           WS-AUTORIZADOR
                   ELSE
                       MOVE "PS-PUESTO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-EMP-DEPTO TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-ERRORES
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               DISPLAY WS-PS-VACANTES " VACANTE(S) EN " WS-EMP-DEPTO
               PERFORM WITH TEST AFTER UNTIL WS-PUESTO-OK
                   DISPLAY "PUESTO A OCUPAR (ENTER = "
                       WS-PS-PUESTO(WS-PS-INDICE) ")"
                   MOVE SPACES TO WS-EMP-PUESTO
                   ACCEPT WS-EMP-PUESTO
                   IF WS-EMP-PUESTO = SPACES
                       MOVE WS-PS-PUESTO(WS-PS-INDICE) TO
                           WS-EMP-PUESTO
                   END-IF
                   MOVE WS-PS-INDICE TO WS-PUESTO-INDICE
                   MOVE WS-EMP-PUESTO TO WS-PS-PUESTO-BUSCADO
                   PERFORM BUSCA-PUESTO
                   IF WS-PS-INDICE > 0
                           AND WS-PS-DEPTO(WS-PS-INDICE) = WS-EMP-DEPTO
                           AND WS-PS-EMP(WS-PS-INDICE) = SPACES
                       MOVE WS-PS-INDICE TO WS-PUESTO-INDICE
                       SET WS-PUESTO-OK TO TRUE
                   ELSE
                       DISPLAY "PUESTO NO EXISTE, NO ES DE "
                           WS-EMP-DEPTO " O ESTA OCUPADO: "
                           WS-EMP-PUESTO
                       MOVE "PS-PUESTO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-EMP-PUESTO TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-ERRORES
                       MOVE WS-PUESTO-INDICE TO WS-PS-INDICE
                   END-IF
               END-PERFORM.

           OCUPA-PUESTO.
               IF WS-PUESTO-INDICE > 0
                   MOVE WS-EMP-ID TO WS-PS-EMP(WS-PUESTO-INDICE)
                   MOVE WS-FECHA-HOY TO WS-PS-FOCUPA(WS-PUESTO-INDICE)
                   DISPLAY "OCUPA EL PUESTO "
                       WS-PS-PUESTO(WS-PUESTO-INDICE)
               END-IF.

      * CAMBIO DE DEPARTAMENTO: SIN PUESTO EN EL NUEVO (NI
      * AUTORIZACION) EL EMPLEADO SE QUEDA EN EL ANTERIOR
           TRASLADA-PUESTO.
               PERFORM ASIGNA-PUESTO
               IF NOT WS-PUESTO-OK
                   DISPLAY "TRASLADO CANCELADO, SIGUE EN "
                       WS-DEPTO-ANTERIOR
                   MOVE WS-DEPTO-ANTERIOR TO WS-EMP-DEPTO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CIA-ACTUAL TO WS-PS-CIA-BUSCADA
               MOVE WS-EMP-ID TO WS-PS-EMP-BUSCADO
               MOVE WS-FECHA-HOY TO WS-PS-FECHA-MOV
               PERFORM LIBERA-PUESTO-EMPLEADO
               IF WS-PS-INDICE > 0
                   DISPLAY "PUESTO " WS-PS-PUESTO(WS-PS-INDICE)
                       " QUEDA VACANTE"
               END-IF
               PERFORM OCUPA-PUESTO.

      * EL AUTORIZADOR ES UN OPERADOR DE NIVEL 3 ACTIVO (NI BLOQUEADO
      * NI DADO DE BAJA); SIN OPERMAST.DAT SE ACEPTA COMO EN EL
      * ARRANQUE DEL MENU
           PIDE-AUTORIZACION.
               MOVE "N" TO WS-AUTORIZADOR-OK-SWITCH
               DISPLAY "ID DEL SUPERVISOR QUE AUTORIZA SIN PUESTO "
                   "(NIVEL 3, ENTER = NO SE AUTORIZA)"
               MOVE SPACES TO WS-AUTORIZADOR
               ACCEPT WS-AUTORIZADOR
               IF WS-AUTORIZADOR = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-EOF-OPER-SWITCH
               OPEN INPUT OPERADOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   SET WS-AUTORIZADOR-OK TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-OPER OR WS-AUTORIZADOR-OK
                   READ OPERADOR-MASTER
                       AT END
                           SET WS-EOF-OPER TO TRUE
                       NOT AT END
                           IF OP-ID = WS-AUTORIZADOR
                                   AND OP-NIVEL IS NUMERIC
                                   AND OP-NIVEL >= 3
                                   AND OP-BLOQUEADO NOT = "B"
                                   AND OP-BLOQUEADO NOT = "R"
                               SET WS-AUTORIZADOR-OK TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MASTER
               IF NOT WS-AUTORIZADOR-OK
                   DISPLAY "AUTORIZADOR INVALIDO (NIVEL 3 ACTIVO): "
                       WS-AUTORIZADOR
                   MOVE "AUTORIZADOR" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-AUTORIZADOR TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-ERRORES
               END-IF.

      * EL RASTRO GUARDA AL EMPLEADO Y, COMO OPERADOR, A QUIEN
      * AUTORIZO
           ANOTA-AUTORIZACION.
               PERFORM ABRE-AUDIT-LOG
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "SINPTO" TO AUD-EVENTO
               MOVE WS-EMP-ID TO AUD-ESTATUS
               MOVE WS-AUTORIZADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

       COPY PSPROC.
       COPY CIAPROC.
       COPY INTPROC.
       COPY CERRPROC.
