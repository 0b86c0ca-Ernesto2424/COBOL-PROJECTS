      ******************************************************************
      * Author:
      * Date:
      * Purpose:   STREET-ADDRESS STANDARDIZATION OF THE CUSTOMER
      *            MASTER
      * Tectonics: cobc
      * Note:      HOGARES groups by exact FD-CALLE, so "AV. JUAREZ
      *            12" and "AVENIDA JUAREZ #12" made two households.
      *            This pass rewrites every FD-CALLE of the run's
      *            company in one canonical form driven by the
      *            maintained abbreviation table DIRABREV.PRM (AB
      *            copybooks, written with the shop's abbreviations
      *            when missing): upper case, periods, commas and #
      *            dropped, single spaces, each listed word replaced
      *            by its canonical form or removed (NO., NUM). The
      *            before/after pairs are listed in the catalogued
      *            review report DIRECC.yyyymmddhhmmss.RPT and only
      *            applied after confirmation, writing a new master
      *            generation with integrity trailer and one ESTD
      *            history image per customer in HISTCLI.DAT.
      *            Requires a level-3 operator and the CLIENTE.DAT
      *            run lock. The customer maintenance and the bureau
      *            import use the same table for new addresses.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CLIENTE-NUEVO ASSIGN TO "CLIENTE.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUEVO-STATUS.
           SELECT HIST-CLIENTE-FILE ASSIGN TO "HISTCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT DIRECC-REPORT ASSIGN TO DYNAMIC
                   WS-DIRECC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRREP-STATUS.
           COPY ABSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY CERRSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY NDXSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  CLIENTE-NUEVO.
       01  NUEVO-CLIENTE-RECORD    PIC X(153).

       FD  HIST-CLIENTE-FILE.
       01  HIST-CLIENTE-RECORD.
           05  HC-CLIENTE-ID       PIC X(6).
           05  HC-FECHA            PIC 9(8).
           05  HC-HORA             PIC 9(8).
           05  HC-ORIGEN           PIC X(4).
           05  HC-CODE             PIC X.
           05  HC-ANTES.
               10  HC-A-NOMBRE     PIC X(20).
               10  HC-A-APELLIDOS  PIC X(40).
               10  HC-A-EDAD       PIC 9(3).
               10  HC-A-CALLE      PIC X(30).
               10  HC-A-CIUDAD     PIC X(20).
               10  HC-A-CP         PIC 9(5).
               10  HC-A-TELEFONO   PIC X(10).
           05  HC-DESPUES.
               10  HC-D-NOMBRE     PIC X(20).
               10  HC-D-APELLIDOS  PIC X(40).
               10  HC-D-EDAD       PIC 9(3).
               10  HC-D-CALLE      PIC X(30).
               10  HC-D-CIUDAD     PIC X(20).
               10  HC-D-CP         PIC 9(5).
               10  HC-D-TELEFONO   PIC X(10).

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       FD  DIRECC-REPORT.
       01  DIRECC-LINE             PIC X(100).

       COPY ABFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY CERRFD.

       COPY AUDITFD.
       COPY ERRFD.
       COPY NDXFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY INTWS.
       COPY CERRWS.
       COPY FECWS.
       COPY CIAWS.
       COPY NDXWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY ABWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-NUEVO-STATUS         PIC XX.
       01  WS-HIST-STATUS          PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-DIRREP-STATUS        PIC XX.
       01  WS-DIRECC-FILENAME      PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-NUEVO-SWITCH     PIC X VALUE "N".
           88  WS-EOF-NUEVO        VALUE "Y".
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-ES-SUPERVISOR-SW     PIC X VALUE "N".
           88  WS-ES-SUPERVISOR    VALUE "Y".
       01  WS-MISMA-CIA-SWITCH     PIC X VALUE "N".
           88  WS-MISMA-CIA        VALUE "Y".

       01  WS-RESPUESTA            PIC X.
       01  WS-FECHA-HOY            PIC 9(8).

      * DIRECCIONES QUE CAMBIAN, EN EL ORDEN DEL MAESTRO; LA
      * APLICACION LAS RECORRE CON UN CURSOR EN LA MISMA PASADA
       01  WS-CD-COUNT             PIC 9(4) VALUE 0.
       01  WS-CD-EXTRA             PIC 9(5) VALUE 0.
       01  WS-CAMBIOS-TABLE.
           05  WS-CD-ENTRY OCCURS 5000 TIMES.
               10  WS-CD-ID        PIC X(6).
               10  WS-CD-NOMBRE    PIC X(30).
               10  WS-CD-ANTES     PIC X(30).
               10  WS-CD-DESPUES   PIC X(30).
       01  WS-CD-I                 PIC 9(4) VALUE 0.
       01  WS-CD-CURSOR            PIC 9(4) VALUE 0.

       01  WS-CONT-REVISADOS       PIC 9(5) VALUE 0.
       01  WS-CONT-APLICADOS       PIC 9(5) VALUE 0.

       01  WS-DIR-LINE.
           05  WS-DL-ID            PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DL-NOMBRE        PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DL-ANTES         PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-DL-DESPUES       PIC X(30).

       01  WS-DIR-TITULO-LINE.
           05  FILLER              PIC X(38) VALUE "ID     NOMBRE".
           05  FILLER              PIC X(31) VALUE "CALLE ANTES".
           05  FILLER              PIC X(31) VALUE "CALLE DESPUES".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "ESTDIRECC" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM VERIFICA-SUPERVISOR
               IF NOT WS-ES-SUPERVISOR
                   DISPLAY "LA ESTANDARIZACION REQUIERE OPERADOR "
                       "SUPERVISOR (NIVEL 3)"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               MOVE "CLIENTE.DAT" TO WS-CER-ARCHIVO
               PERFORM RECLAMA-CERROJO
               IF WS-CER-OCUPADO
                   DISPLAY "CLIENTE.DAT EN USO POR " WS-CER-DUENO
                       ", INTENTA MAS TARDE"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CARGA-ABREVIATURAS
               PERFORM PROPONE-CAMBIOS
               PERFORM ESCRIBE-REPORTE-DIRECCIONES
               IF WS-CD-EXTRA > 0
                   DISPLAY "AVISO: " WS-CD-EXTRA " DIRECCIONES MAS "
                       "QUEDAN PARA LA SIGUIENTE CORRIDA"
               END-IF
               IF WS-CD-COUNT = 0
                   DISPLAY "TODAS LAS DIRECCIONES YA ESTAN EN FORMA "
                       "CANONICA, NADA QUE APLICAR"
                   PERFORM LIBERA-CERROJO
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               DISPLAY "REVISA EL REPORTE " WS-DIRECC-FILENAME
               DISPLAY "APLICAR " WS-CD-COUNT
                   " CAMBIOS DE DIRECCION (S/N)?"
               ACCEPT WS-RESPUESTA
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "ESTANDARIZACION CANCELADA, NADA GRABADO"
                   PERFORM LIBERA-CERROJO
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM APLICA-CAMBIOS
               DISPLAY "DIRECCIONES ESTANDARIZADAS: " WS-CONT-APLICADOS
               PERFORM LIBERA-CERROJO
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

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

      * PRIMERA PASADA, SOLO LECTURA: CADA CALLE DE LA COMPANIA SE
      * LLEVA A SU FORMA CANONICA Y LAS QUE CAMBIAN SE ANOTAN
           PROPONE-CAMBIOS.
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   SET WS-EOF-MASTER TO TRUE
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND FD-CALLE NOT = SPACES
                               PERFORM ES-DE-LA-COMPANIA
                               IF WS-MISMA-CIA
                                   PERFORM REVISA-CALLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FILE-STATUS NOT = "35"
                   CLOSE CLIENTE-MASTER
               END-IF.

           REVISA-CALLE.
               ADD 1 TO WS-CONT-REVISADOS
               MOVE FD-CALLE TO WS-AB-ENTRADA
               PERFORM ESTANDARIZA-DIRECCION
               IF WS-AB-SALIDA = FD-CALLE
                   EXIT PARAGRAPH
               END-IF
               IF WS-CD-COUNT >= 5000
                   ADD 1 TO WS-CD-EXTRA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CD-COUNT
               MOVE FD-CLIENTE-ID TO WS-CD-ID(WS-CD-COUNT)
               MOVE SPACES TO WS-CD-NOMBRE(WS-CD-COUNT)
               STRING FD-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   FD-APELLIDOS DELIMITED BY "  "
                   INTO WS-CD-NOMBRE(WS-CD-COUNT)
               END-STRING
               MOVE FD-CALLE TO WS-CD-ANTES(WS-CD-COUNT)
               MOVE WS-AB-SALIDA TO WS-CD-DESPUES(WS-CD-COUNT).

           ES-DE-LA-COMPANIA.
               MOVE "N" TO WS-MISMA-CIA-SWITCH
               IF FD-COMPANIA = WS-CIA-ACTUAL
                   SET WS-MISMA-CIA TO TRUE
               ELSE
                   IF FD-COMPANIA = SPACES
                           AND WS-CIA-ACTUAL = "01"
                       SET WS-MISMA-CIA TO TRUE
                   END-IF
               END-IF.

           ESCRIBE-REPORTE-DIRECCIONES.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-DIRECC-FILENAME
               STRING "DIRECC." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-DIRECC-FILENAME
               OPEN OUTPUT DIRECC-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO DIRECC-LINE
               WRITE DIRECC-LINE
               MOVE WS-REPORTE-IDENT-LINE TO DIRECC-LINE
               WRITE DIRECC-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO DIRECC-LINE
               WRITE DIRECC-LINE
               MOVE "=== DIRECCIONES A ESTANDARIZAR ===" TO
                   DIRECC-LINE
               WRITE DIRECC-LINE
               MOVE WS-DIR-TITULO-LINE TO DIRECC-LINE
               WRITE DIRECC-LINE
               PERFORM VARYING WS-CD-I FROM 1 BY 1
                       UNTIL WS-CD-I > WS-CD-COUNT
                   MOVE WS-CD-ID(WS-CD-I) TO WS-DL-ID
                   MOVE WS-CD-NOMBRE(WS-CD-I) TO WS-DL-NOMBRE
                   MOVE WS-CD-ANTES(WS-CD-I) TO WS-DL-ANTES
                   MOVE WS-CD-DESPUES(WS-CD-I) TO WS-DL-DESPUES
                   MOVE WS-DIR-LINE TO DIRECC-LINE
                   WRITE DIRECC-LINE
               END-PERFORM
               MOVE SPACES TO DIRECC-LINE
               WRITE DIRECC-LINE
               MOVE SPACES TO DIRECC-LINE
               STRING "CALLES REVISADAS: " WS-CONT-REVISADOS
                   "  A CAMBIAR: " WS-CD-COUNT
                   "  PARA LA SIGUIENTE CORRIDA: " WS-CD-EXTRA
                   DELIMITED BY SIZE INTO DIRECC-LINE
               WRITE DIRECC-LINE
               MOVE WS-REPORTE-PIE-LINE TO DIRECC-LINE
               WRITE DIRECC-LINE
               CLOSE DIRECC-REPORT
               MOVE "DIRECC" TO WS-RC-TIPO
               MOVE WS-DIRECC-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CD-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REVISION DE DIRECCIONES EN " WS-DIRECC-FILENAME
               DISPLAY "  CALLES REVISADAS   " WS-CONT-REVISADOS
               DISPLAY "  A CAMBIAR          " WS-CD-COUNT.

      * SEGUNDA PASADA CON EL CERROJO TOMADO: EL MAESTRO SIGUE EN EL
      * MISMO ORDEN, ASI QUE EL CURSOR AVANZA CON LA LECTURA; SOLO
      * SE CAMBIA LA CALLE SI SIGUE SIENDO LA QUE SE REVISO
           APLICA-CAMBIOS.
               MOVE 1 TO WS-CD-CURSOR
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN EXTEND HIST-CLIENTE-FILE
               IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
                   CLOSE HIST-CLIENTE-FILE
                   OPEN OUTPUT HIST-CLIENTE-FILE
               END-IF
               OPEN INPUT CLIENTE-MASTER
               OPEN OUTPUT CLIENTE-NUEVO
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                               PERFORM APLICA-A-REGISTRO
                               MOVE CLIENTE-RECORD TO
                                   NUEVO-CLIENTE-RECORD
                               WRITE NUEVO-CLIENTE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-MASTER
               CLOSE CLIENTE-NUEVO
               CLOSE HIST-CLIENTE-FILE
               PERFORM REGRABA-MASTER.

           APLICA-A-REGISTRO.
               IF WS-CD-CURSOR > WS-CD-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF FD-CLIENTE-ID NOT = WS-CD-ID(WS-CD-CURSOR)
                   EXIT PARAGRAPH
               END-IF
               IF FD-CALLE = WS-CD-ANTES(WS-CD-CURSOR)
                   MOVE SPACES TO HIST-CLIENTE-RECORD
                   MOVE FD-CLIENTE-ID TO HC-CLIENTE-ID
                   ACCEPT HC-FECHA FROM DATE YYYYMMDD
                   ACCEPT HC-HORA FROM TIME
                   MOVE "ESTD" TO HC-ORIGEN
                   MOVE "C" TO HC-CODE
                   MOVE FD-NOMBRE TO HC-A-NOMBRE
                   MOVE FD-APELLIDOS TO HC-A-APELLIDOS
                   MOVE FD-EDAD TO HC-A-EDAD
                   MOVE FD-CALLE TO HC-A-CALLE
                   MOVE FD-CIUDAD TO HC-A-CIUDAD
                   MOVE FD-CP TO HC-A-CP
                   MOVE FD-TELEFONO TO HC-A-TELEFONO
                   MOVE WS-CD-DESPUES(WS-CD-CURSOR) TO FD-CALLE
                   MOVE FD-NOMBRE TO HC-D-NOMBRE
                   MOVE FD-APELLIDOS TO HC-D-APELLIDOS
                   MOVE FD-EDAD TO HC-D-EDAD
                   MOVE FD-CALLE TO HC-D-CALLE
                   MOVE FD-CIUDAD TO HC-D-CIUDAD
                   MOVE FD-CP TO HC-D-CP
                   MOVE FD-TELEFONO TO HC-D-TELEFONO
                   WRITE HIST-CLIENTE-RECORD
                   ADD 1 TO WS-CONT-APLICADOS
               END-IF
               ADD 1 TO WS-CD-CURSOR.

           REGRABA-MASTER.
               MOVE "N" TO WS-EOF-NUEVO-SWITCH
               PERFORM INICIA-INTEGRIDAD
               PERFORM INICIA-INDICE
               OPEN INPUT CLIENTE-NUEVO
               OPEN OUTPUT CLIENTE-MASTER
               PERFORM UNTIL WS-EOF-NUEVO
                   READ CLIENTE-NUEVO
                       AT END
                           SET WS-EOF-NUEVO TO TRUE
                       NOT AT END
                           MOVE NUEVO-CLIENTE-RECORD TO
                               CLIENTE-RECORD
                           WRITE CLIENTE-RECORD
                           MOVE CLIENTE-RECORD TO WS-INT-REGISTRO
                           PERFORM ACUMULA-INTEGRIDAD
                           MOVE FD-CLIENTE-ID TO WS-NDX-BUSCADO
                           MOVE WS-INT-REGS TO WS-NDX-POSICION
                           PERFORM ANOTA-INDICE
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-NUEVO
               PERFORM CONSTRUYE-TRAILER-INTEGRIDAD
               MOVE SPACES TO CLIENTE-RECORD
               MOVE WS-INT-LINEA TO CLIENTE-RECORD(1:18)
               WRITE CLIENTE-RECORD
               CLOSE CLIENTE-MASTER
               PERFORM GRABA-INDICE.

       COPY ABPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY INTPROC.
       COPY CERRPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY NDXPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
