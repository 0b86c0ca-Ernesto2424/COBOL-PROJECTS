      ******************************************************************
      * Author:
      * Date:
      * Purpose:   END-OF-TERM ACADEMIC STANDING: HONOR ROLL AND
      *            PROBATION
      * Tectonics: cobc
      * Note:      Runs over HISTCAL.DAT for one term (AAAAMM, the
      *            business month by default). An attempt belongs to
      *            its course's term in CURSOS.DAT, or to the month it
      *            was graded when the course has none. As in KARDEX a
      *            retake supersedes the earlier grade of the same
      *            course and grade points come from the ESCALA.PRM
      *            tiers. Each active student graded in the term gets
      *            a term GPA, a cumulative GPA (every term up to this
      *            one) and a standing from the ESTACAD.PRM thresholds
      *            (written with the school's defaults when missing):
      *            PROBATORIA when the cumulative GPA is below the
      *            probation floor, else HONORES when the term GPA
      *            reaches the honors mark, else AVISO when the term
      *            GPA is below the warning floor, else REGULAR. The
      *            standing is kept per student and term in
      *            ESTACAD.DAT (re-running a term replaces it); a
      *            second consecutive PROBATORIA is flagged for
      *            dismissal review. ESTACAD.yyyymmddhhmmss.RPT lists
      *            the honor roll and the probation list and is
      *            catalogued.
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
           SELECT ESCALA-PRM-FILE ASSIGN TO "ESCALA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.
           SELECT ESTACAD-PRM-FILE ASSIGN TO "ESTACAD.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EAP-STATUS.
           SELECT ESTACAD-FILE ASSIGN TO "ESTACAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EH-STATUS.
           SELECT ESTACAD-REPORT ASSIGN TO DYNAMIC
                   WS-ESTACAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EAREP-STATUS.
           SELECT SORT-TRABAJO ASSIGN TO "EACSORT.TMP".
           COPY ALUSEL.
           COPY REPCATSEL.
           COPY TIENDASEL.
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

       FD  ESCALA-PRM-FILE.
       01  ESCALA-PRM-RECORD.
           05  EP-MINIMO           PIC X(3).
           05  EP-LETRA            PIC X.

      * UMBRALES EN CENTESIMOS DE PUNTO (0350 = 3.50)
       FD  ESTACAD-PRM-FILE.
       01  ESTACAD-PRM-RECORD.
           05  EAP-CONCEPTO        PIC X(10).
           05  EAP-VALOR           PIC 9(4).

      * HISTORIA DE POSICION ACADEMICA: UN RENGLON POR ALUMNO Y
      * PERIODO. ESTATUS H HONORES, R REGULAR, A AVISO, P PROBATORIA
       FD  ESTACAD-FILE.
       01  ESTACAD-RECORD.
           05  EH-ALUMNO           PIC X(8).
           05  EH-PERIODO          PIC X(6).
           05  EH-GPA-PERIODO      PIC 9V99.
           05  EH-GPA-ACUM         PIC 9V99.
           05  EH-ESTATUS          PIC X.
           05  EH-REVISION         PIC X.
           05  EH-FECHA            PIC 9(8).

       FD  ESTACAD-REPORT.
       01  ESTACAD-LINE            PIC X(80).

       SD  SORT-TRABAJO.
       01  SORT-REGISTRO.
           05  SS-ALUMNO           PIC X(8).
           05  SS-SECUENCIA        PIC 9(6).
           05  SS-CURSO            PIC X(6).
           05  SS-PERIODO          PIC X(6).
           05  SS-LETRA            PIC X.

       COPY ALUFD.
       COPY REPCATFD.

       COPY TIENDAFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY REPCATWS.
       COPY ALUWS.

       01  WS-HCAL-STATUS          PIC XX.
       01  WS-CUR-STATUS           PIC XX.
       01  WS-ESCALA-STATUS        PIC XX.
       01  WS-EAP-STATUS           PIC XX.
       01  WS-EH-STATUS            PIC XX.
       01  WS-EAREP-STATUS         PIC XX.
       01  WS-ESTACAD-FILENAME     PIC X(40).

       01  WS-EOF-HCAL-SWITCH      PIC X VALUE "N".
           88  WS-EOF-HCAL         VALUE "Y".
       01  WS-EOF-CUR-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CUR          VALUE "Y".
       01  WS-ESC-EOF-SWITCH       PIC X VALUE "N".
           88  WS-ESC-EOF          VALUE "Y".
       01  WS-EOF-EAP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-EAP          VALUE "Y".
       01  WS-EOF-EH-SWITCH        PIC X VALUE "N".
           88  WS-EOF-EH           VALUE "Y".
       01  WS-FIN-SORT-SWITCH      PIC X VALUE "N".
           88  WS-FIN-SORT         VALUE "Y".

       01  WS-PERIODO-EVAL         PIC X(6).
       01  WS-PERIODO-INTENTO      PIC X(6).
       01  WS-SECUENCIA            PIC 9(6) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(8).

      * UMBRALES DEL TALLER, REEMPLAZADOS POR LOS DE ESTACAD.PRM
       01  WS-MIN-HONORES          PIC 9V99 VALUE 3.50.
       01  WS-MIN-AVISO            PIC 9V99 VALUE 2.00.
       01  WS-MIN-PROBATORIA       PIC 9V99 VALUE 2.00.

       01  WS-ESC-COUNT            PIC 99 VALUE 0.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 10 TIMES.
               10  WS-ESC-MIN      PIC 9(3).
               10  WS-ESC-LETRA    PIC X.
       01  WS-ESC-I                PIC 99 VALUE 0.

       01  WS-CUR-COUNT            PIC 9(3) VALUE 0.
       01  WS-CURSOS-TABLE.
           05  WS-CUR-ENTRY OCCURS 100 TIMES.
               10  WS-C-CODIGO     PIC X(6).
               10  WS-C-PERIODO    PIC X(6).
       01  WS-CUR-I                PIC 9(3) VALUE 0.

      * INTENTOS DEL ALUMNO EN PROCESO HASTA EL PERIODO EVALUADO; EL
      * ULTIMO POR CURSO ES EL VIGENTE
       01  WS-ALUMNO-ACTUAL        PIC X(8) VALUE SPACES.
       01  WS-INT-COUNT            PIC 9(3) VALUE 0.
       01  WS-INTENTOS-TABLE.
           05  WS-INT-ENTRY OCCURS 200 TIMES.
               10  WS-T-CURSO      PIC X(6).
               10  WS-T-PERIODO    PIC X(6).
               10  WS-T-LETRA      PIC X.
               10  WS-T-VIGENTE-SW PIC X.
                   88  WS-T-VIGENTE     VALUE "Y".
       01  WS-INT-I                PIC 9(3) VALUE 0.
       01  WS-INT-J                PIC 9(3) VALUE 0.

       01  WS-PUNTOS               PIC 9(3) VALUE 0.
       01  WS-SUMA-PERIODO         PIC 9(5) VALUE 0.
       01  WS-CONT-PERIODO         PIC 9(3) VALUE 0.
       01  WS-SUMA-ACUM            PIC 9(5) VALUE 0.
       01  WS-CONT-ACUM            PIC 9(3) VALUE 0.
       01  WS-GPA-PERIODO          PIC 9V99 VALUE 0.
       01  WS-GPA-ACUM             PIC 9V99 VALUE 0.
       01  WS-ESTATUS              PIC X.
       01  WS-REVISION             PIC X.
       01  WS-ESTATUS-ANTERIOR     PIC X.
       01  WS-PERIODO-ANTERIOR     PIC X(6).

      * POSICION DE CADA ALUMNO EVALUADO EN LA CORRIDA
       01  WS-RES-COUNT            PIC 9(4) VALUE 0.
       01  WS-RESULTADOS-TABLE.
           05  WS-RES-ENTRY OCCURS 2000 TIMES.
               10  WS-R-ALUMNO     PIC X(8).
               10  WS-R-NOMBRE     PIC X(30).
               10  WS-R-GPA-PER    PIC 9V99.
               10  WS-R-GPA-ACUM   PIC 9V99.
               10  WS-R-ESTATUS    PIC X.
               10  WS-R-REVISION   PIC X.
       01  WS-RES-I                PIC 9(4) VALUE 0.

       01  WS-EH-COUNT             PIC 9(5) VALUE 0.
       01  WS-HISTORIA-TABLE.
           05  WS-EH-ENTRY OCCURS 20000 TIMES.
               10  WS-H-ALUMNO     PIC X(8).
               10  WS-H-PERIODO    PIC X(6).
               10  WS-H-GPA-PER    PIC 9V99.
               10  WS-H-GPA-ACUM   PIC 9V99.
               10  WS-H-ESTATUS    PIC X.
               10  WS-H-REVISION   PIC X.
               10  WS-H-FECHA      PIC 9(8).
       01  WS-EH-I                 PIC 9(5) VALUE 0.
       01  WS-EH-INDICE            PIC 9(5) VALUE 0.

       01  WS-CONT-HONORES         PIC 9(4) VALUE 0.
       01  WS-CONT-REGULAR         PIC 9(4) VALUE 0.
       01  WS-CONT-AVISO           PIC 9(4) VALUE 0.
       01  WS-CONT-PROBATORIA      PIC 9(4) VALUE 0.
       01  WS-CONT-REVISION        PIC 9(4) VALUE 0.

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(40) VALUE "ALUMNO   NOMBRE".
           05  FILLER              PIC X(20) VALUE
               "GPA PER  GPA ACUM".

       01  WS-DETALLE-LINE.
           05  WS-D-ALUMNO         PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOMBRE         PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-GPA-PER        PIC 9.99.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-D-GPA-ACUM       PIC 9.99.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-D-NOTA           PIC X(20).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "ESTACAD" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               DISPLAY "PERIODO A EVALUAR (AAAAMM, BLANCO = "
                   WS-FECHA-HOY(1:6) ")"
               ACCEPT WS-PERIODO-EVAL
               IF WS-PERIODO-EVAL = SPACES
                   MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO-EVAL
               END-IF
               PERFORM CARGA-PARAM-ESTACAD
               PERFORM CARGA-ESCALA
               PERFORM CARGA-CURSOS
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-HISTORIA-ESTATUS
               SORT SORT-TRABAJO
                   ON ASCENDING KEY SS-ALUMNO SS-SECUENCIA
                   INPUT PROCEDURE IS CARGA-INTENTOS-SORT
                   OUTPUT PROCEDURE IS EVALUA-ALUMNOS
               PERFORM GRABA-HISTORIA-ESTATUS
               PERFORM ESCRIBE-REPORTE-ESTACAD
               DISPLAY "PERIODO " WS-PERIODO-EVAL " EVALUADOS: "
                   WS-RES-COUNT
               DISPLAY "HONORES: " WS-CONT-HONORES
                   " REGULAR: " WS-CONT-REGULAR
                   " AVISO: " WS-CONT-AVISO
                   " PROBATORIA: " WS-CONT-PROBATORIA
                   " REVISION DE BAJA: " WS-CONT-REVISION
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * SIN ESTACAD.PRM SE ESCRIBE CON LOS UMBRALES DEL TALLER
           CARGA-PARAM-ESTACAD.
               MOVE "N" TO WS-EOF-EAP-SWITCH
               OPEN INPUT ESTACAD-PRM-FILE
               IF WS-EAP-STATUS NOT = "00"
                   DISPLAY "ESTACAD.PRM NO EXISTE, SE CREA CON VALORES "
                       "DEL TALLER"
                   OPEN OUTPUT ESTACAD-PRM-FILE
                   MOVE "HONORES" TO EAP-CONCEPTO
                   COMPUTE EAP-VALOR = WS-MIN-HONORES * 100
                   WRITE ESTACAD-PRM-RECORD
                   MOVE "AVISO" TO EAP-CONCEPTO
                   COMPUTE EAP-VALOR = WS-MIN-AVISO * 100
                   WRITE ESTACAD-PRM-RECORD
                   MOVE "PROBATORIA" TO EAP-CONCEPTO
                   COMPUTE EAP-VALOR = WS-MIN-PROBATORIA * 100
                   WRITE ESTACAD-PRM-RECORD
                   CLOSE ESTACAD-PRM-FILE
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-EAP
                   READ ESTACAD-PRM-FILE
                       AT END
                           SET WS-EOF-EAP TO TRUE
                       NOT AT END
                           PERFORM APLICA-PARAM-ESTACAD
                   END-READ
               END-PERFORM
               CLOSE ESTACAD-PRM-FILE.

           APLICA-PARAM-ESTACAD.
               IF EAP-VALOR IS NOT NUMERIC OR EAP-VALOR > 999
                   EXIT PARAGRAPH
               END-IF
               EVALUATE EAP-CONCEPTO
                   WHEN "HONORES"
                       COMPUTE WS-MIN-HONORES = EAP-VALOR / 100
                   WHEN "AVISO"
                       COMPUTE WS-MIN-AVISO = EAP-VALOR / 100
                   WHEN "PROBATORIA"
                       COMPUTE WS-MIN-PROBATORIA = EAP-VALOR / 100
               END-EVALUATE.

      * ESCALA ESTANDAR 90/80/70/60 CUANDO ESCALA.PRM FALTA O ESTA
      * MAL FORMADA, IGUAL QUE EN LA CORRIDA DE CALIFICACIONES
           CARGA-ESCALA.
               MOVE 0 TO WS-ESC-COUNT
               MOVE "N" TO WS-ESC-EOF-SWITCH
               OPEN INPUT ESCALA-PRM-FILE
               IF WS-ESCALA-STATUS = "00"
                   PERFORM UNTIL WS-ESC-EOF
                       READ ESCALA-PRM-FILE
                           AT END
                               SET WS-ESC-EOF TO TRUE
                           NOT AT END
                               IF WS-ESC-COUNT < 10
                                       AND EP-MINIMO IS NUMERIC
                                       AND EP-LETRA NOT = SPACE
                                   ADD 1 TO WS-ESC-COUNT
                                   MOVE EP-MINIMO TO
                                       WS-ESC-MIN(WS-ESC-COUNT)
                                   MOVE EP-LETRA TO
                                       WS-ESC-LETRA(WS-ESC-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ESCALA-PRM-FILE
               END-IF
               IF WS-ESC-COUNT = 0
                   MOVE 5 TO WS-ESC-COUNT
                   MOVE 90 TO WS-ESC-MIN(1)
                   MOVE "A" TO WS-ESC-LETRA(1)
                   MOVE 80 TO WS-ESC-MIN(2)
                   MOVE "B" TO WS-ESC-LETRA(2)
                   MOVE 70 TO WS-ESC-MIN(3)
                   MOVE "C" TO WS-ESC-LETRA(3)
                   MOVE 60 TO WS-ESC-MIN(4)
                   MOVE "D" TO WS-ESC-LETRA(4)
                   MOVE 0 TO WS-ESC-MIN(5)
                   MOVE "F" TO WS-ESC-LETRA(5)
               END-IF.

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

           CARGA-HISTORIA-ESTATUS.
               MOVE 0 TO WS-EH-COUNT
               MOVE "N" TO WS-EOF-EH-SWITCH
               OPEN INPUT ESTACAD-FILE
               IF WS-EH-STATUS = "00"
                   PERFORM UNTIL WS-EOF-EH
                       READ ESTACAD-FILE
                           AT END
                               SET WS-EOF-EH TO TRUE
                           NOT AT END
                               IF WS-EH-COUNT < 20000
                                       AND EH-ALUMNO NOT = SPACES
                                   ADD 1 TO WS-EH-COUNT
                                   MOVE ESTACAD-RECORD TO
                                       WS-EH-ENTRY(WS-EH-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ESTACAD-FILE
               END-IF.

           GRABA-HISTORIA-ESTATUS.
               OPEN OUTPUT ESTACAD-FILE
               PERFORM VARYING WS-EH-I FROM 1 BY 1
                       UNTIL WS-EH-I > WS-EH-COUNT
                   MOVE WS-EH-ENTRY(WS-EH-I) TO ESTACAD-RECORD
                   WRITE ESTACAD-RECORD
               END-PERFORM
               CLOSE ESTACAD-FILE.

      * CADA INTENTO LLEVA SU ORDEN EN EL ARCHIVO PARA QUE, YA
      * ORDENADO POR ALUMNO, LA RECURSA SIGA DESPUES DEL ORIGINAL.
      * LOS INTENTOS DE PERIODOS POSTERIORES AL EVALUADO NO CUENTAN
           CARGA-INTENTOS-SORT.
               MOVE 0 TO WS-SECUENCIA
               MOVE "N" TO WS-EOF-HCAL-SWITCH
               OPEN INPUT HISTCAL-FILE
               IF WS-HCAL-STATUS NOT = "00"
                   DISPLAY "HISTCAL.DAT NO ENCONTRADO, SIN ALUMNOS "
                       "QUE EVALUAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-HCAL
                   READ HISTCAL-FILE
                       AT END
                           SET WS-EOF-HCAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SECUENCIA
                           PERFORM PERIODO-DEL-INTENTO
                           IF HK-ALUMNO NOT = SPACES
                                   AND WS-PERIODO-INTENTO NOT >
                                       WS-PERIODO-EVAL
                               MOVE HK-ALUMNO TO SS-ALUMNO
                               MOVE WS-SECUENCIA TO SS-SECUENCIA
                               MOVE HK-CURSO TO SS-CURSO
                               MOVE WS-PERIODO-INTENTO TO SS-PERIODO
                               MOVE HK-LETRA TO SS-LETRA
                               RELEASE SORT-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTCAL-FILE.

      * PERIODO DEL CURSO; SIN PERIODO, EL MES EN QUE SE CALIFICO
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

           EVALUA-ALUMNOS.
               MOVE 0 TO WS-INT-COUNT
               MOVE SPACES TO WS-ALUMNO-ACTUAL
               PERFORM UNTIL WS-FIN-SORT
                   RETURN SORT-TRABAJO
                       AT END
                           SET WS-FIN-SORT TO TRUE
                       NOT AT END
                           IF SS-ALUMNO NOT = WS-ALUMNO-ACTUAL
                               IF WS-INT-COUNT > 0
                                   PERFORM EVALUA-ALUMNO
                               END-IF
                               MOVE SS-ALUMNO TO WS-ALUMNO-ACTUAL
                               MOVE 0 TO WS-INT-COUNT
                           END-IF
                           IF WS-INT-COUNT < 200
                               ADD 1 TO WS-INT-COUNT
                               MOVE SS-CURSO TO
                                   WS-T-CURSO(WS-INT-COUNT)
                               MOVE SS-PERIODO TO
                                   WS-T-PERIODO(WS-INT-COUNT)
                               MOVE SS-LETRA TO
                                   WS-T-LETRA(WS-INT-COUNT)
                               MOVE "Y" TO
                                   WS-T-VIGENTE-SW(WS-INT-COUNT)
                           END-IF
                   END-RETURN
               END-PERFORM
               IF WS-INT-COUNT > 0
                   PERFORM EVALUA-ALUMNO
               END-IF.

      * SOLO ALUMNOS ACTIVOS CON ALGUN CURSO VIGENTE EN EL PERIODO
           EVALUA-ALUMNO.
               MOVE WS-ALUMNO-ACTUAL TO WS-ALU-BUSCADO
               PERFORM BUSCA-ALUMNO
               IF WS-ALU-COUNT > 0 AND NOT WS-ALU-HALLADO
                   EXIT PARAGRAPH
               END-IF
               PERFORM MARCA-VIGENTES
               PERFORM CALCULA-PROMEDIOS
               IF WS-CONT-PERIODO = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM DETERMINA-ESTATUS
               PERFORM ACTUALIZA-HISTORIA
               IF WS-RES-COUNT < 2000
                   ADD 1 TO WS-RES-COUNT
                   MOVE WS-ALUMNO-ACTUAL TO WS-R-ALUMNO(WS-RES-COUNT)
                   MOVE WS-ALU-NOMBRE-HALLADO TO
                       WS-R-NOMBRE(WS-RES-COUNT)
                   MOVE WS-GPA-PERIODO TO WS-R-GPA-PER(WS-RES-COUNT)
                   MOVE WS-GPA-ACUM TO WS-R-GPA-ACUM(WS-RES-COUNT)
                   MOVE WS-ESTATUS TO WS-R-ESTATUS(WS-RES-COUNT)
                   MOVE WS-REVISION TO WS-R-REVISION(WS-RES-COUNT)
               END-IF.

      * UNA RECURSA SUPERA AL INTENTO ANTERIOR DEL MISMO CURSO
           MARCA-VIGENTES.
               PERFORM VARYING WS-INT-I FROM 1 BY 1
                       UNTIL WS-INT-I > WS-INT-COUNT
                   PERFORM VARYING WS-INT-J FROM 1 BY 1
                           UNTIL WS-INT-J > WS-INT-COUNT
                       IF WS-INT-J > WS-INT-I
                               AND WS-T-CURSO(WS-INT-J) =
                                   WS-T-CURSO(WS-INT-I)
                           MOVE "N" TO
                               WS-T-VIGENTE-SW(WS-INT-I)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           CALCULA-PROMEDIOS.
               MOVE 0 TO WS-SUMA-PERIODO
               MOVE 0 TO WS-CONT-PERIODO
               MOVE 0 TO WS-SUMA-ACUM
               MOVE 0 TO WS-CONT-ACUM
               PERFORM VARYING WS-INT-I FROM 1 BY 1
                       UNTIL WS-INT-I > WS-INT-COUNT
                   IF WS-T-VIGENTE(WS-INT-I)
                       PERFORM PUNTOS-DE-LETRA
                       ADD WS-PUNTOS TO WS-SUMA-ACUM
                       ADD 1 TO WS-CONT-ACUM
                       IF WS-T-PERIODO(WS-INT-I) = WS-PERIODO-EVAL
                           ADD WS-PUNTOS TO WS-SUMA-PERIODO
                           ADD 1 TO WS-CONT-PERIODO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-GPA-PERIODO
               MOVE 0 TO WS-GPA-ACUM
               IF WS-CONT-PERIODO > 0
                   COMPUTE WS-GPA-PERIODO ROUNDED =
                       WS-SUMA-PERIODO / WS-CONT-PERIODO
               END-IF
               IF WS-CONT-ACUM > 0
                   COMPUTE WS-GPA-ACUM ROUNDED =
                       WS-SUMA-ACUM / WS-CONT-ACUM
               END-IF.

      * PUNTOS POR LETRA SEGUN LA POSICION DEL NIVEL EN LA ESCALA,
      * IGUAL QUE EN KARDEX
           PUNTOS-DE-LETRA.
               MOVE 0 TO WS-PUNTOS
               PERFORM VARYING WS-ESC-I FROM 1 BY 1
                       UNTIL WS-ESC-I > WS-ESC-COUNT
                   IF WS-ESC-LETRA(WS-ESC-I) =
                           WS-T-LETRA(WS-INT-I)
                       COMPUTE WS-PUNTOS =
                           WS-ESC-COUNT - WS-ESC-I
                   END-IF
               END-PERFORM.

      * LA PROBATORIA MANDA SOBRE LO DEMAS; DOS PERIODOS SEGUIDOS EN
      * PROBATORIA (EL ANTERIOR REGISTRADO DEL ALUMNO) VAN A REVISION
           DETERMINA-ESTATUS.
               EVALUATE TRUE
                   WHEN WS-GPA-ACUM < WS-MIN-PROBATORIA
                       MOVE "P" TO WS-ESTATUS
                       ADD 1 TO WS-CONT-PROBATORIA
                   WHEN WS-GPA-PERIODO NOT < WS-MIN-HONORES
                       MOVE "H" TO WS-ESTATUS
                       ADD 1 TO WS-CONT-HONORES
                   WHEN WS-GPA-PERIODO < WS-MIN-AVISO
                       MOVE "A" TO WS-ESTATUS
                       ADD 1 TO WS-CONT-AVISO
                   WHEN OTHER
                       MOVE "R" TO WS-ESTATUS
                       ADD 1 TO WS-CONT-REGULAR
               END-EVALUATE
               MOVE "N" TO WS-REVISION
               IF WS-ESTATUS = "P"
                   PERFORM BUSCA-ESTATUS-ANTERIOR
                   IF WS-ESTATUS-ANTERIOR = "P"
                       MOVE "Y" TO WS-REVISION
                       ADD 1 TO WS-CONT-REVISION
                   END-IF
               END-IF.

           BUSCA-ESTATUS-ANTERIOR.
               MOVE SPACE TO WS-ESTATUS-ANTERIOR
               MOVE SPACES TO WS-PERIODO-ANTERIOR
               PERFORM VARYING WS-EH-I FROM 1 BY 1
                       UNTIL WS-EH-I > WS-EH-COUNT
                   IF WS-H-ALUMNO(WS-EH-I) = WS-ALUMNO-ACTUAL
                           AND WS-H-PERIODO(WS-EH-I) < WS-PERIODO-EVAL
                           AND (WS-PERIODO-ANTERIOR = SPACES
                               OR WS-H-PERIODO(WS-EH-I) >
                                   WS-PERIODO-ANTERIOR)
                       MOVE WS-H-PERIODO(WS-EH-I) TO
                           WS-PERIODO-ANTERIOR
                       MOVE WS-H-ESTATUS(WS-EH-I) TO
                           WS-ESTATUS-ANTERIOR
                   END-IF
               END-PERFORM.

      * UNA NUEVA CORRIDA DEL MISMO PERIODO REEMPLAZA SU RENGLON
           ACTUALIZA-HISTORIA.
               MOVE 0 TO WS-EH-INDICE
               PERFORM VARYING WS-EH-I FROM 1 BY 1
                       UNTIL WS-EH-I > WS-EH-COUNT
                           OR WS-EH-INDICE > 0
                   IF WS-H-ALUMNO(WS-EH-I) = WS-ALUMNO-ACTUAL
                           AND WS-H-PERIODO(WS-EH-I) = WS-PERIODO-EVAL
                       MOVE WS-EH-I TO WS-EH-INDICE
                   END-IF
               END-PERFORM
               IF WS-EH-INDICE = 0
                   IF WS-EH-COUNT >= 20000
                       DISPLAY "HISTORIA DE POSICION LLENA, NO SE "
                           "GUARDA " WS-ALUMNO-ACTUAL
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-EH-COUNT
                   MOVE WS-EH-COUNT TO WS-EH-INDICE
                   MOVE WS-ALUMNO-ACTUAL TO WS-H-ALUMNO(WS-EH-INDICE)
                   MOVE WS-PERIODO-EVAL TO WS-H-PERIODO(WS-EH-INDICE)
               END-IF
               MOVE WS-GPA-PERIODO TO WS-H-GPA-PER(WS-EH-INDICE)
               MOVE WS-GPA-ACUM TO WS-H-GPA-ACUM(WS-EH-INDICE)
               MOVE WS-ESTATUS TO WS-H-ESTATUS(WS-EH-INDICE)
               MOVE WS-REVISION TO WS-H-REVISION(WS-EH-INDICE)
               MOVE WS-FECHA-HOY TO WS-H-FECHA(WS-EH-INDICE).

           ESCRIBE-REPORTE-ESTACAD.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-ESTACAD-FILENAME
               STRING "ESTACAD." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-ESTACAD-FILENAME
               OPEN OUTPUT ESTACAD-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO ESTACAD-LINE
               WRITE ESTACAD-LINE
               MOVE WS-REPORTE-IDENT-LINE TO ESTACAD-LINE
               WRITE ESTACAD-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO ESTACAD-LINE
               WRITE ESTACAD-LINE
               MOVE SPACES TO ESTACAD-LINE
               STRING "=== CUADRO DE HONOR DEL PERIODO "
                   WS-PERIODO-EVAL " ==="
                   DELIMITED BY SIZE INTO ESTACAD-LINE
               WRITE ESTACAD-LINE
               MOVE WS-TITULO-LINE TO ESTACAD-LINE
               WRITE ESTACAD-LINE
               PERFORM VARYING WS-RES-I FROM 1 BY 1
                       UNTIL WS-RES-I > WS-RES-COUNT
                   IF WS-R-ESTATUS(WS-RES-I) = "H"
                       MOVE SPACES TO WS-D-NOTA
                       PERFORM ESCRIBE-RENGLON-ESTACAD
                   END-IF
               END-PERFORM
               MOVE SPACES TO ESTACAD-LINE
               STRING "=== ALUMNOS EN PROBATORIA DEL PERIODO "
                   WS-PERIODO-EVAL " ==="
                   DELIMITED BY SIZE INTO ESTACAD-LINE
               WRITE ESTACAD-LINE
               MOVE WS-TITULO-LINE TO ESTACAD-LINE
               WRITE ESTACAD-LINE
               PERFORM VARYING WS-RES-I FROM 1 BY 1
                       UNTIL WS-RES-I > WS-RES-COUNT
                   IF WS-R-ESTATUS(WS-RES-I) = "P"
                       MOVE SPACES TO WS-D-NOTA
                       IF WS-R-REVISION(WS-RES-I) = "Y"
                           MOVE "REVISION DE BAJA" TO WS-D-NOTA
                       END-IF
                       PERFORM ESCRIBE-RENGLON-ESTACAD
                   END-IF
               END-PERFORM
               MOVE SPACES TO ESTACAD-LINE
               STRING "HONORES " WS-CONT-HONORES
                   " REGULAR " WS-CONT-REGULAR
                   " AVISO " WS-CONT-AVISO
                   " PROBATORIA " WS-CONT-PROBATORIA
                   " REVISION DE BAJA " WS-CONT-REVISION
                   DELIMITED BY SIZE INTO ESTACAD-LINE
               WRITE ESTACAD-LINE
               MOVE WS-REPORTE-PIE-LINE TO ESTACAD-LINE
               WRITE ESTACAD-LINE
               CLOSE ESTACAD-REPORT
               MOVE "ESTACAD" TO WS-RC-TIPO
               MOVE WS-ESTACAD-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-RES-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION.

           ESCRIBE-RENGLON-ESTACAD.
               MOVE WS-R-ALUMNO(WS-RES-I) TO WS-D-ALUMNO
               MOVE WS-R-NOMBRE(WS-RES-I) TO WS-D-NOMBRE
               MOVE WS-R-GPA-PER(WS-RES-I) TO WS-D-GPA-PER
               MOVE WS-R-GPA-ACUM(WS-RES-I) TO WS-D-GPA-ACUM
               MOVE WS-DETALLE-LINE TO ESTACAD-LINE
               WRITE ESTACAD-LINE.

       COPY ALUPROC.
       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
