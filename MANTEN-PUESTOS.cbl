      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MAINTENANCE OF THE AUTHORIZED POSITIONS PER
      *            DEPARTMENT (POSITION CONTROL)
      * Tectonics: cobc
      * Note:      PUESTOS.DAT lists every position approved for a
      *            department of a company: its id, title and the
      *            date it was authorized, and the EMP-ID filling it
      *            (blank while vacant). A position is filled by at
      *            most one employee; MANTEN-EMPLEADOS fills it on an
      *            add or a department change and frees it on a
      *            delete, and BAJA-PERSONAL frees it when the
      *            employee leaves. Once PUESTOS.DAT exists an add
      *            with no open position in the department is refused
      *            unless a supervisor authorizes it. Here positions
      *            are added, retitled, moved to another department
      *            or cancelled; a filled position cannot be moved or
      *            cancelled. Staff already on EMPLOYEE.DAT when the
      *            control starts are seated with O-OCUPANTE in a
      *            vacant position of their own department; the fill
      *            date is their hire date so it does not count as a
      *            movement of the month. Departments must be
      *            active in DEPTOS.DAT when that master exists. The
      *            file is only rewritten when something changed, so
      *            browsing does not turn the control on. VACANTES
      *            reports the result. Only the company in session is
      *            listed and changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           COPY PSSEL.
           COPY DEPSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY CERRSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.
       COPY PSFD.
       COPY DEPFD.
       COPY CIAFD.
       COPY FECFD.
       COPY CERRFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY CERRWS.
       COPY PSWS.
       COPY DEPWS.

       01  WS-OPCION               PIC X.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-CAMBIO           VALUE "C" "c".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-OCUPA            VALUE "O" "o".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PUESTO               PIC X(6).
       01  WS-DEPTO                PIC X(4).
       01  WS-TITULO               PIC X(20).
       01  WS-CAMBIOS              PIC 9(4) VALUE 0.
       01  WS-PS-J                 PIC 9(4) VALUE 0.
       01  WS-AUTORIZADOS          PIC 9(4) VALUE 0.
       01  WS-OCUPADOS             PIC 9(4) VALUE 0.
       01  WS-OCUPANTE             PIC X(8).
       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-EMP-ID               PIC X(6).
       01  WS-EMP-HALLADO-SWITCH   PIC X VALUE "N".
           88  WS-EMP-HALLADO      VALUE "Y".
       01  WS-EMP-DEPTO            PIC X(4).
       01  WS-EMP-INGRESO          PIC 9(8).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTPUEST" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE "PUESTOS.DAT" TO WS-CER-ARCHIVO
               PERFORM RECLAMA-CERROJO
               IF WS-CER-OCUPADO
                   DISPLAY "PUESTOS.DAT EN USO POR " WS-CER-DUENO
                       " (OPERADOR " WS-CER-DUENO-OPER
                       "), INTENTA MAS TARDE"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CARGA-DEPTOS
               PERFORM CARGA-PUESTOS
               IF WS-PS-DESBORDA
                   DISPLAY "PUESTOS.DAT EXCEDE LA CAPACIDAD DE LA "
                       "SESION (1000); NADA SE REGRABA"
                   PERFORM LIBERA-CERROJO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               MOVE WS-CIA-ACTUAL TO WS-PS-CIA-BUSCADA
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA  C-CAMBIO  B-BAJA  O-OCUPANTE  "
                       "L-LISTA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM ALTA-PUESTO
                       WHEN WS-CAMBIO
                           PERFORM CAMBIO-PUESTO
                       WHEN WS-BAJA
                           PERFORM BAJA-PUESTO
                       WHEN WS-OCUPA
                           PERFORM OCUPA-PUESTO
                       WHEN WS-LISTA
                           PERFORM LISTA-PUESTOS
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               IF WS-CAMBIOS > 0
                   PERFORM GRABA-PUESTOS
               END-IF
               PERFORM LIBERA-CERROJO
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           PIDE-PUESTO.
               MOVE SPACES TO WS-PUESTO
               PERFORM WITH TEST AFTER UNTIL WS-PUESTO NOT = SPACES
                   DISPLAY "ID DEL PUESTO (6 CARACTERES)"
                   ACCEPT WS-PUESTO
               END-PERFORM
               MOVE WS-PUESTO TO WS-PS-PUESTO-BUSCADO
               PERFORM BUSCA-PUESTO.

           PIDE-DEPTO.
               MOVE "N" TO WS-DEP-VALIDO-SWITCH
               PERFORM WITH TEST AFTER UNTIL WS-DEP-VALIDO
                   MOVE SPACES TO WS-DEPTO
                   PERFORM WITH TEST AFTER UNTIL WS-DEPTO NOT = SPACES
                       DISPLAY "DEPARTAMENTO (4 CARACTERES)"
                       ACCEPT WS-DEPTO
                   END-PERFORM
                   MOVE WS-DEPTO TO WS-DEP-BUSCADO
                   PERFORM BUSCA-DEPTO
                   IF NOT WS-DEP-VALIDO
                       DISPLAY "DEPARTAMENTO NO REGISTRADO O INACTIVO: "
                           WS-DEPTO
                   END-IF
               END-PERFORM.

           PIDE-TITULO.
               MOVE SPACES TO WS-TITULO
               PERFORM WITH TEST AFTER UNTIL WS-TITULO NOT = SPACES
                   DISPLAY "TITULO DEL PUESTO"
                   ACCEPT WS-TITULO
               END-PERFORM.

           ALTA-PUESTO.
               PERFORM PIDE-PUESTO
               IF WS-PS-INDICE > 0
                   DISPLAY "PUESTO YA EXISTE: " WS-PUESTO " EN "
                       WS-PS-DEPTO(WS-PS-INDICE)
                   EXIT PARAGRAPH
               END-IF
               IF WS-PS-COUNT >= 1000
                   DISPLAY "TABLA DE PUESTOS LLENA"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PIDE-DEPTO
               PERFORM PIDE-TITULO
               ADD 1 TO WS-PS-COUNT
               MOVE WS-CIA-ACTUAL TO WS-PS-CIA(WS-PS-COUNT)
               MOVE WS-DEPTO TO WS-PS-DEPTO(WS-PS-COUNT)
               MOVE WS-PUESTO TO WS-PS-PUESTO(WS-PS-COUNT)
               MOVE WS-TITULO TO WS-PS-TITULO(WS-PS-COUNT)
               MOVE SPACES TO WS-PS-EMP(WS-PS-COUNT)
               MOVE WS-FECHA-HOY TO WS-PS-FAUT(WS-PS-COUNT)
               MOVE 0 TO WS-PS-FOCUPA(WS-PS-COUNT)
               MOVE 0 TO WS-PS-FLIBERA(WS-PS-COUNT)
               ADD 1 TO WS-CAMBIOS
               DISPLAY "PUESTO AUTORIZADO: " WS-PUESTO " EN " WS-DEPTO.

      * EL TITULO SIEMPRE SE PUEDE CAMBIAR; EL DEPARTAMENTO SOLO CON
      * EL PUESTO VACANTE (EL OCUPANTE SE TRASLADA EN MANTEN-EMPLEADOS)
           CAMBIO-PUESTO.
               PERFORM PIDE-PUESTO
               IF WS-PS-INDICE = 0
                   DISPLAY "PUESTO NO EXISTE: " WS-PUESTO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PUESTO " WS-PUESTO " DEPTO "
                   WS-PS-DEPTO(WS-PS-INDICE) " "
                   WS-PS-TITULO(WS-PS-INDICE)
               DISPLAY "TITULO NUEVO (ENTER = SIN CAMBIO)"
               MOVE SPACES TO WS-TITULO
               ACCEPT WS-TITULO
               IF WS-TITULO NOT = SPACES
                   MOVE WS-TITULO TO WS-PS-TITULO(WS-PS-INDICE)
               END-IF
               IF WS-PS-EMP(WS-PS-INDICE) = SPACES
                   DISPLAY "DEPARTAMENTO NUEVO (ENTER = SIN CAMBIO)"
                   MOVE SPACES TO WS-DEPTO
                   ACCEPT WS-DEPTO
                   IF WS-DEPTO NOT = SPACES
                       MOVE WS-DEPTO TO WS-DEP-BUSCADO
                       PERFORM BUSCA-DEPTO
                       IF WS-DEP-VALIDO
                           MOVE WS-DEPTO TO WS-PS-DEPTO(WS-PS-INDICE)
                       ELSE
                           DISPLAY "DEPARTAMENTO NO REGISTRADO O "
                               "INACTIVO, SIN CAMBIO: " WS-DEPTO
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-CAMBIOS
               DISPLAY "PUESTO ACTUALIZADO: " WS-PUESTO.

           BAJA-PUESTO.
               PERFORM PIDE-PUESTO
               IF WS-PS-INDICE = 0
                   DISPLAY "PUESTO NO EXISTE: " WS-PUESTO
                   EXIT PARAGRAPH
               END-IF
               IF WS-PS-EMP(WS-PS-INDICE) NOT = SPACES
                   DISPLAY "PUESTO OCUPADO POR "
                       WS-PS-EMP(WS-PS-INDICE)
                       "; DA DE BAJA O TRASLADA AL EMPLEADO PRIMERO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PS-J FROM WS-PS-INDICE BY 1
                       UNTIL WS-PS-J NOT < WS-PS-COUNT
                   MOVE WS-PS-ENTRY(WS-PS-J + 1) TO
                       WS-PS-ENTRY(WS-PS-J)
               END-PERFORM
               SUBTRACT 1 FROM WS-PS-COUNT
               ADD 1 TO WS-CAMBIOS
               DISPLAY "PUESTO CANCELADO: " WS-PUESTO.

      * SIENTA EN UN PUESTO VACANTE A UN EMPLEADO QUE YA ESTABA EN EL
      * MAESTRO; DEBE SER DE LA COMPANIA Y DEL DEPARTAMENTO DEL PUESTO
      * Y NO OCUPAR OTRO
           OCUPA-PUESTO.
               PERFORM PIDE-PUESTO
               IF WS-PS-INDICE = 0
                   DISPLAY "PUESTO NO EXISTE: " WS-PUESTO
                   EXIT PARAGRAPH
               END-IF
               IF WS-PS-EMP(WS-PS-INDICE) NOT = SPACES
                   DISPLAY "PUESTO OCUPADO POR "
                       WS-PS-EMP(WS-PS-INDICE)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PS-INDICE TO WS-PS-J
               DISPLAY "ID DEL EMPLEADO"
               MOVE SPACES TO WS-EMP-ID
               ACCEPT WS-EMP-ID
               MOVE WS-EMP-ID TO WS-PS-EMP-BUSCADO
               PERFORM BUSCA-PUESTO-EMPLEADO
               IF WS-PS-INDICE > 0
                   DISPLAY "EMPLEADO YA OCUPA EL PUESTO "
                       WS-PS-PUESTO(WS-PS-INDICE)
                   EXIT PARAGRAPH
               END-IF
               PERFORM BUSCA-EMPLEADO
               IF NOT WS-EMP-HALLADO
                   DISPLAY "EMPLEADO NO EXISTE EN LA COMPANIA: "
                       WS-EMP-ID
                   EXIT PARAGRAPH
               END-IF
               IF WS-EMP-DEPTO NOT = WS-PS-DEPTO(WS-PS-J)
                   DISPLAY "EMPLEADO ESTA EN EL DEPARTAMENTO "
                       WS-EMP-DEPTO ", EL PUESTO EN "
                       WS-PS-DEPTO(WS-PS-J)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-EMP-ID TO WS-PS-EMP(WS-PS-J)
               MOVE WS-EMP-INGRESO TO WS-PS-FOCUPA(WS-PS-J)
               ADD 1 TO WS-CAMBIOS
               DISPLAY "PUESTO " WS-PS-PUESTO(WS-PS-J)
                   " OCUPADO POR " WS-EMP-ID.

           BUSCA-EMPLEADO.
               MOVE "N" TO WS-EMP-HALLADO-SWITCH
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-EMP OR WS-EMP-HALLADO
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMP-ID = WS-EMP-ID
                                   AND EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND (EMP-COMPANIA = WS-CIA-ACTUAL
                                       OR (EMP-COMPANIA = SPACES
                                           AND WS-CIA-ACTUAL = "01"))
                               SET WS-EMP-HALLADO TO TRUE
                               MOVE EMP-DEPTO TO WS-EMP-DEPTO
                               MOVE 0 TO WS-EMP-INGRESO
                               IF EMP-FECHA-INGRESO IS NUMERIC
                                   MOVE EMP-FECHA-INGRESO TO
                                       WS-EMP-INGRESO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE.

           LISTA-PUESTOS.
               MOVE 0 TO WS-AUTORIZADOS
               MOVE 0 TO WS-OCUPADOS
               PERFORM VARYING WS-PS-I FROM 1 BY 1
                       UNTIL WS-PS-I > WS-PS-COUNT
                   IF WS-PS-CIA(WS-PS-I) = WS-CIA-ACTUAL
                       ADD 1 TO WS-AUTORIZADOS
                       IF WS-PS-EMP(WS-PS-I) = SPACES
                           MOVE "VACANTE" TO WS-OCUPANTE
                       ELSE
                           ADD 1 TO WS-OCUPADOS
                           MOVE WS-PS-EMP(WS-PS-I) TO WS-OCUPANTE
                       END-IF
                       DISPLAY "  " WS-PS-DEPTO(WS-PS-I) " "
                           WS-PS-PUESTO(WS-PS-I) " "
                           WS-PS-TITULO(WS-PS-I) " " WS-OCUPANTE
                   END-IF
               END-PERFORM
               DISPLAY "PUESTOS DE LA COMPANIA " WS-CIA-ACTUAL
                   ": AUTORIZADOS " WS-AUTORIZADOS " OCUPADOS "
                   WS-OCUPADOS.

       COPY PSPROC.
       COPY DEPPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY CERRPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
