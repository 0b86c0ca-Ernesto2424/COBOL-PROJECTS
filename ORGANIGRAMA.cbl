      ******************************************************************
      * Author:
      * Date:
      * Purpose:   ORGANIZATION CHART BY DEPARTMENT FROM THE
      *            EMP-SUPERVISOR HIERARCHY
      * Tectonics: cobc
      * Note:      Prints, for the run's company and one department
      *            after another, every employee indented under the
      *            supervisor they report to, with the span of control
      *            (direct reports, in any department) of each one.
      *            A department's chart starts at its employees with
      *            no supervisor or whose supervisor sits in another
      *            department (the line shows whom they report to).
      *            Each department closes with its headcount, number
      *            of supervisors and widest span. Employees whose
      *            EMP-SUPERVISOR is no longer in EMPLOYEE.DAT are
      *            listed apart so HR reassigns them, and any employee
      *            caught in a reporting loop carried over from old
      *            data is listed as well (MANTEN-EMPLEADOS refuses to
      *            create new loops).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT ORG-REPORT ASSIGN TO DYNAMIC WS-ORG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORGREP-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       FD  ORG-REPORT.
       01  ORG-LINE                PIC X(80).

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

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-ORGREP-STATUS        PIC XX.
       01  WS-ORG-FILENAME         PIC X(40).

       01  WS-EOF-EMP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EMP          VALUE "Y".
       01  WS-INCOMPLETO-SWITCH    PIC X VALUE "N".
           88  WS-INCOMPLETO       VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).

      * EMPLEADOS DE LA COMPANIA; WS-O-JEFE ES LA POSICION DEL
      * SUPERVISOR EN LA TABLA (0 = SIN SUPERVISOR O YA DADO DE BAJA)
       01  WS-ORG-COUNT            PIC 9(4) VALUE 0.
       01  WS-ORG-TABLE.
           05  WS-ORG-ENTRY OCCURS 1000 TIMES.
               10  WS-O-ID         PIC X(6).
               10  WS-O-NOMBRE     PIC X(20).
               10  WS-O-DEPTO      PIC X(4).
               10  WS-O-SUPERVISOR PIC X(6).
               10  WS-O-JEFE       PIC 9(4).
               10  WS-O-DIRECTOS   PIC 9(4).
               10  WS-O-IMPRESO    PIC X.
       01  WS-ORG-I                PIC 9(4) VALUE 0.
       01  WS-ORG-J                PIC 9(4) VALUE 0.

      * DEPARTAMENTOS DE LA COMPANIA EN ORDEN ASCENDENTE
       01  WS-DPT-COUNT            PIC 9(3) VALUE 0.
       01  WS-DPT-TABLE.
           05  WS-DPT-ENTRY OCCURS 200 TIMES.
               10  WS-DPT-CLAVE    PIC X(4).
       01  WS-DPT-I                PIC 9(3) VALUE 0.
       01  WS-DPT-J                PIC 9(3) VALUE 0.
       01  WS-DPT-POS              PIC 9(3) VALUE 0.
       01  WS-DPT-ACTUAL           PIC X(4).

      * PILA DEL RECORRIDO EN PROFUNDIDAD: EMPLEADO Y POSICION DESDE
      * LA QUE SE SIGUE BUSCANDO SU SIGUIENTE SUBORDINADO
       01  WS-PILA-TOPE            PIC 9(4) VALUE 0.
       01  WS-PILA-TABLE.
           05  WS-PILA-ENTRY OCCURS 1000 TIMES.
               10  WS-P-EMPLEADO   PIC 9(4).
               10  WS-P-SIGUIENTE  PIC 9(4).
       01  WS-HIJO                 PIC 9(4) VALUE 0.
       01  WS-NIVEL                PIC 9(4) VALUE 0.
       01  WS-SANGRIA              PIC 9(3) VALUE 0.
       01  WS-PUNTERO              PIC 9(3) VALUE 0.

       01  WS-DPT-EMPLEADOS        PIC 9(4) VALUE 0.
       01  WS-DPT-JEFES            PIC 9(4) VALUE 0.
       01  WS-DPT-TRAMO-MAX        PIC 9(4) VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(4) VALUE 0.
       01  WS-CONT-HUERFANOS       PIC 9(4) VALUE 0.
       01  WS-CONT-CICLO           PIC 9(4) VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-ID             PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOMBRE         PIC X(20).
           05  FILLER              PIC X(7) VALUE " DEPTO ".
           05  WS-D-DEPTO          PIC X(4).
           05  FILLER              PIC X(12) VALUE " SUPERVISOR ".
           05  WS-D-SUPERVISOR     PIC X(6).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "ORGANIGRAMA" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-EMPLEADOS-CIA
               PERFORM RESUELVE-SUPERVISORES
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "ORGANIG." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-ORG-FILENAME
               OPEN OUTPUT ORG-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO ORG-LINE
               WRITE ORG-LINE
               MOVE WS-REPORTE-IDENT-LINE TO ORG-LINE
               WRITE ORG-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO ORG-LINE
               WRITE ORG-LINE
               PERFORM VARYING WS-DPT-I FROM 1 BY 1
                       UNTIL WS-DPT-I > WS-DPT-COUNT
                   MOVE WS-DPT-CLAVE(WS-DPT-I) TO WS-DPT-ACTUAL
                   PERFORM IMPRIME-DEPARTAMENTO
               END-PERFORM
               PERFORM LISTA-SUPERVISOR-BAJA
               PERFORM LISTA-CICLOS
               MOVE SPACES TO ORG-LINE
               WRITE ORG-LINE
               MOVE SPACES TO ORG-LINE
               STRING "EMPLEADOS EN EL ORGANIGRAMA: " WS-CONT-LISTADOS
                   " SUPERVISOR DADO DE BAJA: " WS-CONT-HUERFANOS
                   " EN CICLO: " WS-CONT-CICLO
                   DELIMITED BY SIZE INTO ORG-LINE
               WRITE ORG-LINE
               IF WS-INCOMPLETO
                   MOVE "AVISO: MAS DE 1000 EMPLEADOS O 200 "
                       TO ORG-LINE
                   MOVE "DEPARTAMENTOS; EL ORGANIGRAMA ESTA INCOMPLETO"
                       TO ORG-LINE(36:45)
                   WRITE ORG-LINE
               END-IF
               MOVE WS-REPORTE-PIE-LINE TO ORG-LINE
               WRITE ORG-LINE
               CLOSE ORG-REPORT
               MOVE "ORGANIGRAMA" TO WS-RC-TIPO
               MOVE WS-ORG-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "EMPLEADOS EN EL ORGANIGRAMA: " WS-CONT-LISTADOS
                   " EN " WS-ORG-FILENAME
               IF WS-CONT-HUERFANOS > 0
                   DISPLAY "EMPLEADOS CON SUPERVISOR DADO DE BAJA: "
                       WS-CONT-HUERFANOS
               END-IF
               IF WS-INCOMPLETO
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-EMPLEADOS-CIA.
               MOVE "N" TO WS-EOF-EMP-SWITCH
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMPLOYEE-STATUS NOT = "00"
                   SET WS-EOF-EMP TO TRUE
                   DISPLAY "EMPLOYEE.DAT NO DISPONIBLE"
               END-IF
               PERFORM UNTIL WS-EOF-EMP
                   READ EMPLOYEE-FILE
                       AT END
                           SET WS-EOF-EMP TO TRUE
                       NOT AT END
                           IF EMPLOYEE-RECORD(1:3) NOT = "TRL"
                                   AND (EMP-COMPANIA =
                                       WS-CIA-ACTUAL
                                     OR (EMP-COMPANIA = SPACES
                                       AND WS-CIA-ACTUAL = "01"))
                               PERFORM AGREGA-EMPLEADO
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMPLOYEE-STATUS NOT = "35"
                   CLOSE EMPLOYEE-FILE
               END-IF.

           AGREGA-EMPLEADO.
               IF WS-ORG-COUNT >= 1000
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ORG-COUNT
               MOVE EMP-ID TO WS-O-ID(WS-ORG-COUNT)
               MOVE EMP-NOMBRE TO WS-O-NOMBRE(WS-ORG-COUNT)
               IF EMP-DEPTO = SPACES
                   MOVE "GEN" TO WS-O-DEPTO(WS-ORG-COUNT)
               ELSE
                   MOVE EMP-DEPTO TO WS-O-DEPTO(WS-ORG-COUNT)
               END-IF
               MOVE EMP-SUPERVISOR TO WS-O-SUPERVISOR(WS-ORG-COUNT)
               MOVE 0 TO WS-O-JEFE(WS-ORG-COUNT)
               MOVE 0 TO WS-O-DIRECTOS(WS-ORG-COUNT)
               MOVE "N" TO WS-O-IMPRESO(WS-ORG-COUNT)
               MOVE WS-O-DEPTO(WS-ORG-COUNT) TO WS-DPT-ACTUAL
               PERFORM AGREGA-DEPARTAMENTO.

      * INSERTA EL DEPARTAMENTO EN LA LISTA ORDENADA SI NO ESTA AUN
           AGREGA-DEPARTAMENTO.
               MOVE 0 TO WS-DPT-POS
               PERFORM VARYING WS-DPT-I FROM 1 BY 1
                       UNTIL WS-DPT-I > WS-DPT-COUNT
                           OR WS-DPT-POS > 0
                   IF WS-DPT-CLAVE(WS-DPT-I) = WS-DPT-ACTUAL
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-DPT-CLAVE(WS-DPT-I) > WS-DPT-ACTUAL
                       MOVE WS-DPT-I TO WS-DPT-POS
                   END-IF
               END-PERFORM
               IF WS-DPT-COUNT >= 200
                   SET WS-INCOMPLETO TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DPT-COUNT
               IF WS-DPT-POS = 0
                   MOVE WS-DPT-COUNT TO WS-DPT-POS
               ELSE
                   PERFORM VARYING WS-DPT-J FROM WS-DPT-COUNT BY -1
                           UNTIL WS-DPT-J NOT > WS-DPT-POS
                       MOVE WS-DPT-ENTRY(WS-DPT-J - 1) TO
                           WS-DPT-ENTRY(WS-DPT-J)
                   END-PERFORM
               END-IF
               MOVE WS-DPT-ACTUAL TO WS-DPT-CLAVE(WS-DPT-POS).

      * UBICA A CADA SUPERVISOR EN LA TABLA Y CUENTA SUS SUBORDINADOS
      * DIRECTOS; UN SUPERVISOR QUE YA NO ESTA QUEDA EN CERO
           RESUELVE-SUPERVISORES.
               PERFORM VARYING WS-ORG-I FROM 1 BY 1
                       UNTIL WS-ORG-I > WS-ORG-COUNT
                   IF WS-O-SUPERVISOR(WS-ORG-I) NOT = SPACES
                       PERFORM VARYING WS-ORG-J FROM 1 BY 1
                               UNTIL WS-ORG-J > WS-ORG-COUNT
                                   OR WS-O-JEFE(WS-ORG-I) > 0
                           IF WS-O-ID(WS-ORG-J) =
                                   WS-O-SUPERVISOR(WS-ORG-I)
                               MOVE WS-ORG-J TO WS-O-JEFE(WS-ORG-I)
                               ADD 1 TO WS-O-DIRECTOS(WS-ORG-J)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

      * UN DEPARTAMENTO ARRANCA EN SUS EMPLEADOS SIN SUPERVISOR EN
      * EL MISMO DEPARTAMENTO Y BAJA POR CADA RAMA EN PROFUNDIDAD
           IMPRIME-DEPARTAMENTO.
               MOVE 0 TO WS-DPT-EMPLEADOS
               MOVE 0 TO WS-DPT-JEFES
               MOVE 0 TO WS-DPT-TRAMO-MAX
               MOVE SPACES TO ORG-LINE
               WRITE ORG-LINE
               MOVE SPACES TO ORG-LINE
               STRING "DEPARTAMENTO " WS-DPT-ACTUAL
                   DELIMITED BY SIZE INTO ORG-LINE
               WRITE ORG-LINE
               PERFORM VARYING WS-ORG-I FROM 1 BY 1
                       UNTIL WS-ORG-I > WS-ORG-COUNT
                   IF WS-O-DEPTO(WS-ORG-I) = WS-DPT-ACTUAL
                       ADD 1 TO WS-DPT-EMPLEADOS
                       IF WS-O-DIRECTOS(WS-ORG-I) > 0
                           ADD 1 TO WS-DPT-JEFES
                       END-IF
                       IF WS-O-DIRECTOS(WS-ORG-I) > WS-DPT-TRAMO-MAX
                           MOVE WS-O-DIRECTOS(WS-ORG-I) TO
                               WS-DPT-TRAMO-MAX
                       END-IF
                       IF WS-O-JEFE(WS-ORG-I) = 0
                           PERFORM IMPRIME-RAMA
                       ELSE
                           IF WS-O-DEPTO(WS-O-JEFE(WS-ORG-I)) NOT =
                                   WS-DPT-ACTUAL
                               PERFORM IMPRIME-RAMA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO ORG-LINE
               STRING "  DEPTO " WS-DPT-ACTUAL " EMPLEADOS: "
                   WS-DPT-EMPLEADOS " SUPERVISORES: " WS-DPT-JEFES
                   " TRAMO MAXIMO: " WS-DPT-TRAMO-MAX
                   DELIMITED BY SIZE INTO ORG-LINE
               WRITE ORG-LINE.

      * RECORRE LA RAMA QUE NACE EN WS-ORG-I; LOS SUBORDINADOS DE
      * OTRO DEPARTAMENTO SE IMPRIMEN EN EL SUYO
           IMPRIME-RAMA.
               MOVE 1 TO WS-PILA-TOPE
               MOVE WS-ORG-I TO WS-P-EMPLEADO(1)
               MOVE 1 TO WS-P-SIGUIENTE(1)
               MOVE WS-ORG-I TO WS-HIJO
               MOVE 0 TO WS-NIVEL
               PERFORM IMPRIME-NODO
               PERFORM UNTIL WS-PILA-TOPE = 0
                   MOVE 0 TO WS-HIJO
                   PERFORM VARYING WS-ORG-J
                           FROM WS-P-SIGUIENTE(WS-PILA-TOPE) BY 1
                           UNTIL WS-ORG-J > WS-ORG-COUNT
                               OR WS-HIJO > 0
                       IF WS-O-JEFE(WS-ORG-J) =
                               WS-P-EMPLEADO(WS-PILA-TOPE)
                               AND WS-O-DEPTO(WS-ORG-J) =
                                   WS-DPT-ACTUAL
                               AND WS-O-IMPRESO(WS-ORG-J) = "N"
                           MOVE WS-ORG-J TO WS-HIJO
                       END-IF
                   END-PERFORM
                   IF WS-HIJO = 0
                       SUBTRACT 1 FROM WS-PILA-TOPE
                   ELSE
                       COMPUTE WS-P-SIGUIENTE(WS-PILA-TOPE) =
                           WS-HIJO + 1
                       MOVE WS-PILA-TOPE TO WS-NIVEL
                       PERFORM IMPRIME-NODO
                       ADD 1 TO WS-PILA-TOPE
                       MOVE WS-HIJO TO WS-P-EMPLEADO(WS-PILA-TOPE)
                       MOVE 1 TO WS-P-SIGUIENTE(WS-PILA-TOPE)
                   END-IF
               END-PERFORM.

      * DOS ESPACIOS DE SANGRIA POR NIVEL, HASTA 15 NIVELES VISIBLES
           IMPRIME-NODO.
               MOVE "Y" TO WS-O-IMPRESO(WS-HIJO)
               ADD 1 TO WS-CONT-LISTADOS
               IF WS-NIVEL > 15
                   MOVE 32 TO WS-SANGRIA
               ELSE
                   COMPUTE WS-SANGRIA = WS-NIVEL * 2 + 2
               END-IF
               MOVE SPACES TO ORG-LINE
               MOVE WS-SANGRIA TO WS-PUNTERO
               ADD 1 TO WS-PUNTERO
               STRING WS-O-ID(WS-HIJO) " " WS-O-NOMBRE(WS-HIJO)
                   " DIRECTOS " WS-O-DIRECTOS(WS-HIJO)
                   DELIMITED BY SIZE INTO ORG-LINE
                   WITH POINTER WS-PUNTERO
               IF WS-NIVEL = 0 AND WS-O-JEFE(WS-HIJO) > 0
                   STRING " REPORTA A " WS-O-SUPERVISOR(WS-HIJO)
                       DELIMITED BY SIZE INTO ORG-LINE
                       WITH POINTER WS-PUNTERO
               END-IF
               WRITE ORG-LINE.

           LISTA-SUPERVISOR-BAJA.
               MOVE SPACES TO ORG-LINE
               WRITE ORG-LINE
               MOVE "EMPLEADOS CUYO SUPERVISOR YA NO ESTA EN EL MAESTRO"
                   TO ORG-LINE
               WRITE ORG-LINE
               PERFORM VARYING WS-ORG-I FROM 1 BY 1
                       UNTIL WS-ORG-I > WS-ORG-COUNT
                   IF WS-O-SUPERVISOR(WS-ORG-I) NOT = SPACES
                           AND WS-O-JEFE(WS-ORG-I) = 0
                       ADD 1 TO WS-CONT-HUERFANOS
                       MOVE WS-O-ID(WS-ORG-I) TO WS-D-ID
                       MOVE WS-O-NOMBRE(WS-ORG-I) TO WS-D-NOMBRE
                       MOVE WS-O-DEPTO(WS-ORG-I) TO WS-D-DEPTO
                       MOVE WS-O-SUPERVISOR(WS-ORG-I) TO
                           WS-D-SUPERVISOR
                       MOVE WS-DETALLE-LINE TO ORG-LINE
                       WRITE ORG-LINE
                   END-IF
               END-PERFORM
               IF WS-CONT-HUERFANOS = 0
                   MOVE "  NINGUNO" TO ORG-LINE
                   WRITE ORG-LINE
               END-IF.

      * QUIEN NO QUEDO IMPRESO SOLO PUEDE COLGAR DE UN CICLO DE
      * SUPERVISORES HEREDADO DEL MAESTRO
           LISTA-CICLOS.
               PERFORM VARYING WS-ORG-I FROM 1 BY 1
                       UNTIL WS-ORG-I > WS-ORG-COUNT
                   IF WS-O-IMPRESO(WS-ORG-I) = "N"
                       IF WS-CONT-CICLO = 0
                           MOVE SPACES TO ORG-LINE
                           WRITE ORG-LINE
                           MOVE "EMPLEADOS EN UN CICLO DE SUPERVISION"
                               TO ORG-LINE
                           WRITE ORG-LINE
                       END-IF
                       ADD 1 TO WS-CONT-CICLO
                       MOVE WS-O-ID(WS-ORG-I) TO WS-D-ID
                       MOVE WS-O-NOMBRE(WS-ORG-I) TO WS-D-NOMBRE
                       MOVE WS-O-DEPTO(WS-ORG-I) TO WS-D-DEPTO
                       MOVE WS-O-SUPERVISOR(WS-ORG-I) TO
                           WS-D-SUPERVISOR
                       MOVE WS-DETALLE-LINE TO ORG-LINE
                       WRITE ORG-LINE
                   END-IF
               END-PERFORM.

       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
