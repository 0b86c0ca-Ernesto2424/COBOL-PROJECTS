      ******************************************************************
      * Author:
      * Date:
      * Purpose:   GRADE-CHANGE REQUESTS AND TERM GRADE-CHANGE REPORT
      * Tectonics: cobc
      * Note:      The C option requests the correction of a grade
      *            already persisted in HISTCAL.DAT, keyed by student,
      *            course and term (AAAAMM: the course's term in
      *            CURSOS.DAT, or the month it was graded when the
      *            course has none; a retake in the same term means
      *            the latest attempt). The operator keys the new
      *            score and a reason. The request is recorded in
      *            CAMBCAL.DAT and always goes to the dual-
      *            authorization queue (PENDAPR.DAT, action
      *            CAMBIOCAL, parameter = request number) whether or
      *            not DOBLEAUT.CTL is present; on approval
      *            APRUEBA-ACCIONES rewrites the HISTCAL row with the
      *            new score and the letter recomputed from
      *            ESCALA.PRM, keeping the before and after in
      *            CAMBCAL.DAT. A grade with a request still pending
      *            is refused. The R option prints every change
      *            request of a term (default the business month)
      *            with who requested and who decided it, and
      *            catalogues the report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTCAL-FILE ASSIGN TO "HISTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCAL-STATUS.
           SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT CAMREP-REPORT ASSIGN TO DYNAMIC WS-CAMREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAMREP-STATUS.
           COPY CAMSEL.
           COPY ESCSEL.
           COPY ALUSEL.
           COPY DAUSEL.
           COPY NTFSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTCAL-FILE.
       01  HISTCAL-RECORD.
           05  HK-ALUMNO           PIC X(8).
           05  HK-CURSO            PIC X(6).
           05  HK-FECHA            PIC 9(8).
           05  HK-SCORE            PIC 9(3).
           05  HK-LETRA            PIC X.

       FD  CURSOS-FILE.
       01  CURSO-RECORD.
           05  CU-CODIGO           PIC X(6).
           05  CU-TITULO           PIC X(30).
           05  CU-PERIODO          PIC X(6).

       FD  CAMREP-REPORT.
       01  CAMREP-LINE             PIC X(100).

       COPY CAMFD.

       COPY ESCFD.

       COPY ALUFD.

       COPY DAUFD.

       COPY NTFFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY RPTHDRWS.
       COPY REPCATWS.
       COPY ALUWS.
       COPY DAUWS.
       COPY NTFWS.
       COPY CAMWS.
       COPY ESCWS.

       01  WS-HCAL-STATUS          PIC XX.
       01  WS-CUR-STATUS           PIC XX.
       01  WS-CAMREP-STATUS        PIC XX.
       01  WS-CAMREP-FILENAME      PIC X(40).
       01  WS-EOF-HCAL-SWITCH      PIC X VALUE "N".
           88  WS-EOF-HCAL         VALUE "Y".
       01  WS-EOF-CUR-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CUR          VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-SOLICITA         VALUE "C" "c".
           88  WS-REPORTE          VALUE "R" "r".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CONFIRMA             PIC X.

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-ALUMNO-ID            PIC X(8).
       01  WS-CODIGO               PIC X(6).
       01  WS-PERIODO              PIC X(6).
       01  WS-PERIODO-INTENTO      PIC X(6).
       01  WS-MOTIVO               PIC X(40).
       01  WS-SCORE-TXT            PIC X(3).
       01  WS-SCORE-NUM REDEFINES WS-SCORE-TXT PIC 9(3).

      * RENGLON DE HISTCAL.DAT A CORREGIR (EL ULTIMO DEL PERIODO)
       01  WS-HALLADO-SWITCH       PIC X VALUE "N".
           88  WS-HALLADO          VALUE "Y".
       01  WS-H-FECHA              PIC 9(8).
       01  WS-H-SCORE              PIC 9(3).
       01  WS-H-LETRA              PIC X.
       01  WS-PENDIENTE-SWITCH     PIC X VALUE "N".
           88  WS-PENDIENTE        VALUE "Y".

       01  WS-CUR-COUNT            PIC 9(3) VALUE 0.
       01  WS-CURSOS-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES.
               10  WS-C-CODIGO     PIC X(6).
               10  WS-C-PERIODO    PIC X(6).
       01  WS-CUR-I                PIC 9(3) VALUE 0.

       01  WS-CONT-LISTADOS        PIC 9(4) VALUE 0.
       01  WS-CONT-APLICADOS       PIC 9(4) VALUE 0.
       01  WS-CONT-RECHAZADOS      PIC 9(4) VALUE 0.
       01  WS-CONT-PENDIENTES      PIC 9(4) VALUE 0.

       01  WS-CAMREP-TITULO.
           05  FILLER              PIC X(40) VALUE
               "FOLIO  ALUMNO   CURSO  FECHA CAL ANTES  ".
           05  FILLER              PIC X(60) VALUE
               " NUEVA ESTATUS    SOLICITO          APROBO/RECHAZO".

       01  WS-CAMREP-DETALLE.
           05  WS-D-FOLIO          PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ALUMNO         PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CURSO          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FECHA-CAL      PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-SCORE-ANT      PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-LETRA-ANT      PIC X.
           05  FILLER              PIC X(3) VALUE " > ".
           05  WS-D-SCORE-NVO      PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-LETRA-NVA      PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ESTATUS        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-SOLIC          PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FSOL           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-APROB          PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-FAPR           PIC 9(8).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CAMBCAL" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-CURSOS
               PERFORM CARGA-ESCALA
               PERFORM UNTIL WS-FIN
                   DISPLAY "C-SOLICITA CAMBIO  R-REPORTE DEL PERIODO"
                       "  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-SOLICITA
                           PERFORM SOLICITA-CAMBIO
                       WHEN WS-REPORTE
                           PERFORM REPORTE-CAMBIOS
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-CURSOS.
               MOVE 0 TO WS-CUR-COUNT
               MOVE "N" TO WS-EOF-CUR-SWITCH
               OPEN INPUT CURSOS-FILE
               IF WS-CUR-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CUR
                       READ CURSOS-FILE
                           AT END
                               SET WS-EOF-CUR TO TRUE
                           NOT AT END
                               IF WS-CUR-COUNT < 100
                                   ADD 1 TO WS-CUR-COUNT
                                   MOVE CU-CODIGO TO
                                       WS-C-CODIGO(WS-CUR-COUNT)
                                   MOVE CU-PERIODO TO
                                       WS-C-PERIODO(WS-CUR-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CURSOS-FILE
               END-IF.

      * LA SOLICITUD NO TOCA HISTCAL.DAT: SOLO VALIDA, REGISTRA EL
      * ANTES Y EL DESPUES PROPUESTO Y ENCOLA. EL CAMBIO SE APLICA AL
      * APROBARSE EN LA COLA (APRUEBA-ACCIONES)
           SOLICITA-CAMBIO.
               DISPLAY "ID DE ALUMNO"
               ACCEPT WS-ALUMNO-ID
               MOVE WS-ALUMNO-ID TO WS-ALU-BUSCADO
               PERFORM BUSCA-ALUMNO
               IF WS-ALU-COUNT > 0 AND NOT WS-ALU-HALLADO
                   DISPLAY "ALUMNO NO EXISTE: " WS-ALUMNO-ID
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CODIGO DE CURSO"
               ACCEPT WS-CODIGO
               DISPLAY "PERIODO (AAAAMM)"
               ACCEPT WS-PERIODO
               PERFORM BUSCA-CALIFICACION
               IF NOT WS-HALLADO
                   DISPLAY "SIN CALIFICACION DE " WS-ALUMNO-ID " EN "
                       WS-CODIGO " EN EL PERIODO " WS-PERIODO
                   EXIT PARAGRAPH
               END-IF
               PERFORM CARGA-CAMBIOS-CAL
               MOVE "N" TO WS-PENDIENTE-SWITCH
               PERFORM VARYING WS-CAM-I FROM 1 BY 1
                       UNTIL WS-CAM-I > WS-CAM-COUNT
                   IF WS-CAM-ESTATUS(WS-CAM-I) = "P"
                           AND WS-CAM-ALUMNO(WS-CAM-I) = WS-ALUMNO-ID
                           AND WS-CAM-CURSO(WS-CAM-I) = WS-CODIGO
                           AND WS-CAM-FECHA-CAL(WS-CAM-I) = WS-H-FECHA
                       SET WS-PENDIENTE TO TRUE
                   END-IF
               END-PERFORM
               IF WS-PENDIENTE
                   DISPLAY "YA HAY UN CAMBIO PENDIENTE DE APROBAR "
                       "PARA ESA CALIFICACION"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CAM-COUNT >= 2000
                   DISPLAY "CAMBCAL.DAT LLENO (2000), NADA SOLICITADO"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ALUMNO   " WS-ALUMNO-ID " "
                   WS-ALU-NOMBRE-HALLADO
               DISPLAY "CALIFICACION ACTUAL " WS-H-SCORE " "
                   WS-H-LETRA " DEL " WS-H-FECHA
               PERFORM WITH TEST AFTER
                       UNTIL WS-SCORE-TXT IS NUMERIC
                           AND WS-SCORE-NUM NOT > 100
                   DISPLAY "NUEVA CALIFICACION (3 DIGITOS, 000-100)"
                   ACCEPT WS-SCORE-TXT
               END-PERFORM
               IF WS-SCORE-NUM = WS-H-SCORE
                   DISPLAY "LA CALIFICACION NUEVA ES IGUAL A LA "
                       "ACTUAL, NADA QUE CAMBIAR"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SCORE-NUM TO WS-ESC-SCORE
               PERFORM LETRA-DE-SCORE
               PERFORM WITH TEST AFTER
                       UNTIL WS-MOTIVO NOT = SPACES
                   DISPLAY "MOTIVO DEL CAMBIO"
                   ACCEPT WS-MOTIVO
               END-PERFORM
               DISPLAY "CONFIRMA CAMBIO " WS-H-SCORE " " WS-H-LETRA
                   " A " WS-SCORE-NUM " " WS-ESC-LETRA-CALC " (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "SOLICITUD CANCELADA"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               ADD 1 TO WS-CAM-COUNT
               ADD 1 TO WS-CAM-FOLIO-MAX
               MOVE WS-CAM-FOLIO-MAX TO WS-CAM-FOLIO(WS-CAM-COUNT)
               MOVE WS-ALUMNO-ID TO WS-CAM-ALUMNO(WS-CAM-COUNT)
               MOVE WS-CODIGO TO WS-CAM-CURSO(WS-CAM-COUNT)
               MOVE WS-PERIODO TO WS-CAM-PERIODO(WS-CAM-COUNT)
               MOVE WS-H-FECHA TO WS-CAM-FECHA-CAL(WS-CAM-COUNT)
               MOVE WS-H-SCORE TO WS-CAM-SCORE-ANT(WS-CAM-COUNT)
               MOVE WS-H-LETRA TO WS-CAM-LETRA-ANT(WS-CAM-COUNT)
               MOVE WS-SCORE-NUM TO WS-CAM-SCORE-NVO(WS-CAM-COUNT)
               MOVE WS-ESC-LETRA-CALC TO WS-CAM-LETRA-NVA(WS-CAM-COUNT)
               MOVE WS-MOTIVO TO WS-CAM-MOTIVO(WS-CAM-COUNT)
               MOVE WS-AUD-OPERADOR TO WS-CAM-SOLIC(WS-CAM-COUNT)
               MOVE WS-FECHA-HOY TO WS-CAM-FSOL(WS-CAM-COUNT)
               MOVE SPACES TO WS-CAM-APROB(WS-CAM-COUNT)
               MOVE 0 TO WS-CAM-FAPR(WS-CAM-COUNT)
               MOVE "P" TO WS-CAM-ESTATUS(WS-CAM-COUNT)
               PERFORM GRABA-CAMBIOS-CAL
               MOVE "CAMBIOCAL" TO WS-DAU-ACCION
               MOVE SPACES TO WS-DAU-PARAMETRO
               MOVE WS-CAM-FOLIO-MAX TO WS-DAU-PARAMETRO(1:6)
               PERFORM ENCOLA-ACCION
               MOVE SPACES TO WS-MOTIVO.

      * EL PERIODO DE UN INTENTO ES EL DE SU CURSO; SIN PERIODO, EL
      * MES EN QUE SE CALIFICO. CON RECURSA EN EL MISMO PERIODO SE
      * TOMA EL ULTIMO RENGLON
           BUSCA-CALIFICACION.
               MOVE "N" TO WS-HALLADO-SWITCH
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
                           IF HK-ALUMNO = WS-ALUMNO-ID
                                   AND HK-CURSO = WS-CODIGO
                               PERFORM PERIODO-DEL-INTENTO
                               IF WS-PERIODO-INTENTO = WS-PERIODO
                                   SET WS-HALLADO TO TRUE
                                   MOVE HK-FECHA TO WS-H-FECHA
                                   MOVE HK-SCORE TO WS-H-SCORE
                                   MOVE HK-LETRA TO WS-H-LETRA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTCAL-FILE.

           PERIODO-DEL-INTENTO.
               MOVE SPACES TO WS-PERIODO-INTENTO
               PERFORM VARYING WS-CUR-I FROM 1 BY 1
                       UNTIL WS-CUR-I > WS-CUR-COUNT
                           OR WS-PERIODO-INTENTO NOT = SPACES
                   IF WS-C-CODIGO(WS-CUR-I) = HK-CURSO
                       MOVE WS-C-PERIODO(WS-CUR-I) TO
                           WS-PERIODO-INTENTO
                   END-IF
               END-PERFORM
               IF WS-PERIODO-INTENTO = SPACES
                   MOVE HK-FECHA(1:6) TO WS-PERIODO-INTENTO
               END-IF.

      * TODAS LAS SOLICITUDES DEL PERIODO, CON SU MOTIVO EN UN
      * SEGUNDO RENGLON
           REPORTE-CAMBIOS.
               DISPLAY "PERIODO DEL REPORTE (AAAAMM, BLANCO = "
                   WS-FECHA-HOY(1:6) ")"
               ACCEPT WS-PERIODO
               IF WS-PERIODO = SPACES
                   MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               END-IF
               PERFORM CARGA-CAMBIOS-CAL
               MOVE 0 TO WS-CONT-LISTADOS
               MOVE 0 TO WS-CONT-APLICADOS
               MOVE 0 TO WS-CONT-RECHAZADOS
               MOVE 0 TO WS-CONT-PENDIENTES
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-CAMREP-FILENAME
               STRING "CAMBCAL." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CAMREP-FILENAME
               OPEN OUTPUT CAMREP-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO CAMREP-LINE
               WRITE CAMREP-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CAMREP-LINE
               WRITE CAMREP-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CAMREP-LINE
               WRITE CAMREP-LINE
               MOVE SPACES TO CAMREP-LINE
               STRING "=== CAMBIOS DE CALIFICACION DEL PERIODO "
                   WS-PERIODO " ==="
                   DELIMITED BY SIZE INTO CAMREP-LINE
               WRITE CAMREP-LINE
               MOVE WS-CAMREP-TITULO TO CAMREP-LINE
               WRITE CAMREP-LINE
               PERFORM VARYING WS-CAM-I FROM 1 BY 1
                       UNTIL WS-CAM-I > WS-CAM-COUNT
                   IF WS-CAM-PERIODO(WS-CAM-I) = WS-PERIODO
                       PERFORM ESCRIBE-RENGLON-CAMBIO
                   END-IF
               END-PERFORM
               MOVE SPACES TO CAMREP-LINE
               STRING "SOLICITUDES " WS-CONT-LISTADOS
                   " APLICADAS " WS-CONT-APLICADOS
                   " RECHAZADAS " WS-CONT-RECHAZADOS
                   " PENDIENTES " WS-CONT-PENDIENTES
                   DELIMITED BY SIZE INTO CAMREP-LINE
               WRITE CAMREP-LINE
               MOVE WS-REPORTE-PIE-LINE TO CAMREP-LINE
               WRITE CAMREP-LINE
               CLOSE CAMREP-REPORT
               MOVE "CAMBCAL" TO WS-RC-TIPO
               MOVE WS-CAMREP-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REPORTE DE CAMBIOS EN " WS-CAMREP-FILENAME.

           ESCRIBE-RENGLON-CAMBIO.
               ADD 1 TO WS-CONT-LISTADOS
               MOVE WS-CAM-FOLIO(WS-CAM-I) TO WS-D-FOLIO
               MOVE WS-CAM-ALUMNO(WS-CAM-I) TO WS-D-ALUMNO
               MOVE WS-CAM-CURSO(WS-CAM-I) TO WS-D-CURSO
               MOVE WS-CAM-FECHA-CAL(WS-CAM-I) TO WS-D-FECHA-CAL
               MOVE WS-CAM-SCORE-ANT(WS-CAM-I) TO WS-D-SCORE-ANT
               MOVE WS-CAM-LETRA-ANT(WS-CAM-I) TO WS-D-LETRA-ANT
               MOVE WS-CAM-SCORE-NVO(WS-CAM-I) TO WS-D-SCORE-NVO
               MOVE WS-CAM-LETRA-NVA(WS-CAM-I) TO WS-D-LETRA-NVA
               MOVE WS-CAM-SOLIC(WS-CAM-I) TO WS-D-SOLIC
               MOVE WS-CAM-FSOL(WS-CAM-I) TO WS-D-FSOL
               MOVE WS-CAM-APROB(WS-CAM-I) TO WS-D-APROB
               MOVE WS-CAM-FAPR(WS-CAM-I) TO WS-D-FAPR
               EVALUATE WS-CAM-ESTATUS(WS-CAM-I)
                   WHEN "A"
                       MOVE "APLICADO" TO WS-D-ESTATUS
                       ADD 1 TO WS-CONT-APLICADOS
                   WHEN "R"
                       MOVE "RECHAZADO" TO WS-D-ESTATUS
                       ADD 1 TO WS-CONT-RECHAZADOS
                   WHEN OTHER
                       MOVE "PENDIENTE" TO WS-D-ESTATUS
                       ADD 1 TO WS-CONT-PENDIENTES
               END-EVALUATE
               MOVE WS-CAMREP-DETALLE TO CAMREP-LINE
               WRITE CAMREP-LINE
               MOVE SPACES TO CAMREP-LINE
               STRING "       MOTIVO: " WS-CAM-MOTIVO(WS-CAM-I)
                   DELIMITED BY SIZE INTO CAMREP-LINE
               WRITE CAMREP-LINE.

       COPY CAMPROC.
       COPY ESCPROC.
       COPY ALUPROC.
       COPY DAUPROC.
       COPY NTFPROC.
       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
