      ******************************************************************
      * Author:
      * Date:
      * Purpose:   PRACTICE MULTIPLICATION QUIZZES AND THEIR SCORING
      *            INTO THE GRADING RUN
      * Tectonics: cobc
      * Note:      Option G reads QUIZPET.DAT, one request per line:
      *            student id, practice course code, first and last
      *            multiplication table (blank = 1 to 10, the same
      *            rule as the table drills in RUTINAS-REPETITIVAS)
      *            and number of questions (blank = 10, at most 50).
      *            Each good request becomes a numbered quiz of
      *            random products, table times 1 to 10. The quiz
      *            sheets go to EXAMEN.yyyymmddhhmmss.RPT and the
      *            answer keys to a separate CLAVE.*.RPT, both
      *            catalogued in REPCAT.DAT; every question and its
      *            answer is kept in CUESTION.DAT. The student must
      *            be active in ALUMNOS.DAT and, with the catalogue
      *            and enrollment files present, the course must
      *            exist in CURSOS.DAT and the student be enrolled
      *            in it (a practice course is set up in
      *            MANTEN-CURSOS with no tuition fee); rejects go to
      *            ERRORES.LOG and the run ends with return code 4.
      *            Option C keys a returned answer sheet by quiz
      *            number. Each answer is checked against the kept
      *            key (blank or non-numeric counts as wrong), the
      *            score is the percentage right, and a RESULTAD.DAT
      *            record (student, course, score) is appended so the
      *            quiz is graded by the normal grading run and lands
      *            in HISTCAL.DAT. A quiz is scored only once; the
      *            answers given stay in CUESTION.DAT beside the key.
      *            CUESTION.DAT is locked in CERROJOS.DAT while the
      *            run is open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUIZPET-FILE ASSIGN TO "QUIZPET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QP-STATUS.
           SELECT CUESTION-FILE ASSIGN TO "CUESTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CQ-STATUS.
           SELECT RESULTADOS-FILE ASSIGN TO "RESULTAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADOS-STATUS.
           SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT INSCRIP-FILE ASSIGN TO "INSCRIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT EXAMEN-REPORT ASSIGN TO DYNAMIC WS-EXAMEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMEN-STATUS.
           SELECT CLAVE-REPORT ASSIGN TO DYNAMIC WS-CLAVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAVE-STATUS.
           COPY ALUSEL.
           COPY CERRSEL.
           COPY FECSEL.
           COPY REPCATSEL.
           COPY TIENDASEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  QUIZPET-FILE.
       01  QUIZPET-RECORD.
           05  QP-ALUMNO           PIC X(8).
           05  QP-CURSO            PIC X(6).
           05  QP-DESDE            PIC X(2).
           05  QP-HASTA            PIC X(2).
           05  QP-PREGUNTAS        PIC X(2).

      * UNA PREGUNTA POR RENGLON; ESTADO G GENERADA, C CALIFICADA
      * (CON LA RESPUESTA DADA Y S/N DE ACIERTO)
       FD  CUESTION-FILE.
       01  CUESTION-RECORD.
           05  CQ-NUMERO           PIC 9(6).
           05  CQ-ALUMNO           PIC X(8).
           05  CQ-CURSO            PIC X(6).
           05  CQ-FECHA            PIC 9(8).
           05  CQ-DESDE            PIC 99.
           05  CQ-HASTA            PIC 99.
           05  CQ-PREGUNTA         PIC 99.
           05  CQ-MULTIPLICANDO    PIC 99.
           05  CQ-FACTOR           PIC 99.
           05  CQ-RESPUESTA        PIC 9(4).
           05  CQ-ESTADO           PIC X.
           05  CQ-CONTESTO         PIC X(4).
           05  CQ-ACIERTO          PIC X.

       FD  RESULTADOS-FILE.
       01  RESULTADO-RECORD.
           05  RES-ALUMNO          PIC X(8).
           05  RES-CURSO           PIC X(6).
           05  RES-SCORE           PIC 9(3).

       FD  CURSOS-FILE.
       01  CURSO-RECORD.
           05  CU-CODIGO           PIC X(6).
           05  CU-TITULO           PIC X(30).

       FD  INSCRIP-FILE.
       01  INSCRIP-RECORD.
           05  IN-ALUMNO           PIC X(8).
           05  IN-CURSO            PIC X(6).

       FD  EXAMEN-REPORT.
       01  EXAMEN-LINE             PIC X(60).

       FD  CLAVE-REPORT.
       01  CLAVE-LINE              PIC X(60).

       COPY ALUFD.

       COPY CERRFD.

       COPY FECFD.

       COPY REPCATFD.

       COPY TIENDAFD.

       COPY AUDITFD.
       COPY ERRFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY ERRWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY CERRWS.
       COPY REPCATWS.
       COPY ALUWS.

       01  WS-QP-STATUS            PIC XX.
       01  WS-CQ-STATUS            PIC XX.
       01  WS-RESULTADOS-STATUS    PIC XX.
       01  WS-CUR-STATUS           PIC XX.
       01  WS-INS-STATUS           PIC XX.
       01  WS-EXAMEN-STATUS        PIC XX.
       01  WS-CLAVE-STATUS         PIC XX.
       01  WS-EXAMEN-FILENAME      PIC X(40).
       01  WS-CLAVE-FILENAME       PIC X(40).

       01  WS-EOF-QP-SWITCH        PIC X VALUE "N".
           88  WS-EOF-QP           VALUE "Y".
       01  WS-EOF-CQ-SWITCH        PIC X VALUE "N".
           88  WS-EOF-CQ           VALUE "Y".
       01  WS-EOF-CUR-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CUR          VALUE "Y".
       01  WS-EOF-INS-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INS          VALUE "Y".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CAMBIOS-SWITCH       PIC X VALUE "N".
           88  WS-HAY-CAMBIOS      VALUE "Y".

      * PREGUNTAS GUARDADAS (CLAVE DE CADA CUESTIONARIO); SI EL
      * ARCHIVO NO CABE EN LA TABLA NO SE GENERA NI SE CALIFICA NADA
       01  WS-CQ-COUNT             PIC 9(4) VALUE 0.
       01  WS-CUESTION-TABLE.
           05  WS-CQ-ENTRY OCCURS 9999 TIMES.
               10  WS-CQ-NUMERO    PIC 9(6).
               10  WS-CQ-ALUMNO    PIC X(8).
               10  WS-CQ-CURSO     PIC X(6).
               10  WS-CQ-FECHA     PIC 9(8).
               10  WS-CQ-DESDE     PIC 99.
               10  WS-CQ-HASTA     PIC 99.
               10  WS-CQ-PREGUNTA  PIC 99.
               10  WS-CQ-MULT      PIC 99.
               10  WS-CQ-FACTOR    PIC 99.
               10  WS-CQ-RESPUESTA PIC 9(4).
               10  WS-CQ-ESTADO    PIC X.
               10  WS-CQ-CONTESTO  PIC X(4).
               10  WS-CQ-ACIERTO   PIC X.
       01  WS-CQ-I                 PIC 9(4) VALUE 0.
       01  WS-CQ-J                 PIC 9(4) VALUE 0.
       01  WS-CQ-PRIMERO           PIC 9(4) VALUE 0.
       01  WS-CQ-LLENA-SWITCH      PIC X VALUE "N".
           88  WS-CQ-LLENA         VALUE "Y".
       01  WS-SIG-CUESTIONARIO     PIC 9(6) VALUE 0.
       01  WS-CUEST-ACTUAL         PIC 9(6) VALUE 0.

      * CATALOGO DE CURSOS E INSCRIPCIONES CON LA MISMA REGLA QUE LA
      * CORRIDA DE CALIFICACIONES: SIN ARCHIVO NO SE VALIDA
       01  WS-CUR-COUNT            PIC 9(3) VALUE 0.
       01  WS-CURSOS-TABLE.
           05  WS-C-CODIGO OCCURS 100 TIMES PIC X(6).
       01  WS-CUR-I                PIC 9(3) VALUE 0.
       01  WS-CURSO-OK-SWITCH      PIC X VALUE "N".
           88  WS-CURSO-OK         VALUE "Y".
       01  WS-INS-COUNT            PIC 9(4) VALUE 0.
       01  WS-INSCRIP-TABLE.
           05  WS-INS-ENTRY OCCURS 2000 TIMES.
               10  WS-N-ALUMNO     PIC X(8).
               10  WS-N-CURSO      PIC X(6).
       01  WS-INS-I                PIC 9(4) VALUE 0.
       01  WS-INSCRITO-SWITCH      PIC X VALUE "N".
           88  WS-INSCRITO         VALUE "Y".

      * PETICION EN CURSO: RANGO DE TABLAS Y NUMERO DE PREGUNTAS
       01  WS-TABLA-DESDE          PIC 99 VALUE 0.
       01  WS-TABLA-HASTA          PIC 99 VALUE 0.
       01  WS-NUM-PREGUNTAS        PIC 99 VALUE 0.
       01  WS-RANGO-VALIDO-SWITCH  PIC X VALUE "N".
           88  WS-RANGO-VALIDO     VALUE "Y".
       01  WS-PREG                 PIC 99 VALUE 0.
       01  WS-AMPLITUD             PIC 99 VALUE 0.
       01  WS-AZAR                 PIC V9(9) VALUE 0.
       01  WS-SEMILLA              PIC 9(8) VALUE 0.

       01  WS-OPCION               PIC X.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-NUMERO-TXT           PIC X(6).
       01  WS-CONTESTO-TXT         PIC X(4).
       01  WS-CONTESTO-NUM         PIC 9(4) VALUE 0.
       01  WS-ACIERTOS             PIC 99 VALUE 0.
       01  WS-SCORE                PIC 9(3) VALUE 0.

       01  WS-CONT-PETICIONES      PIC 9(5) VALUE 0.
       01  WS-CONT-GENERADOS       PIC 9(5) VALUE 0.
       01  WS-CONT-CALIFICADOS     PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADAS      PIC 9(5) VALUE 0.

       01  WS-EX-ENCABEZADO.
           05  FILLER              PIC X(13) VALUE "CUESTIONARIO ".
           05  WS-EX-NUMERO        PIC 9(6).
           05  FILLER              PIC X(8) VALUE "  CURSO ".
           05  WS-EX-CURSO         PIC X(6).
           05  FILLER              PIC X(8) VALUE "  FECHA ".
           05  WS-EX-FECHA         PIC 9(8).

       01  WS-EX-ALUMNO-LINE.
           05  FILLER              PIC X(8) VALUE "ALUMNO: ".
           05  WS-EX-ALUMNO        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-EX-NOMBRE        PIC X(30).

       01  WS-EX-TABLAS-LINE.
           05  FILLER              PIC X(11) VALUE "TABLAS DEL ".
           05  WS-EX-DESDE         PIC Z9.
           05  FILLER              PIC X(4) VALUE " AL ".
           05  WS-EX-HASTA         PIC Z9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-EX-PREGUNTAS     PIC Z9.
           05  FILLER              PIC X(10) VALUE " PREGUNTAS".

       01  WS-EX-PREGUNTA-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EX-PREG          PIC Z9.
           05  FILLER              PIC X(3) VALUE ")  ".
           05  WS-EX-MULT          PIC Z9.
           05  FILLER              PIC X(3) VALUE " X ".
           05  WS-EX-FACTOR        PIC Z9.
           05  FILLER              PIC X(3) VALUE " = ".
           05  WS-EX-RESPUESTA     PIC X(6).

       01  WS-EX-ACIERTOS-LINE.
           05  FILLER              PIC X(20) VALUE
                                   "ACIERTOS: ______ DE ".
           05  WS-EX-DE            PIC Z9.

       01  WS-EX-SEPARADOR         PIC X(60) VALUE ALL "-".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CUESTIONARIOS" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               MOVE "CUESTION.DAT" TO WS-CER-ARCHIVO
               PERFORM RECLAMA-CERROJO
               IF WS-CER-OCUPADO
                   DISPLAY "CUESTION.DAT EN USO POR " WS-CER-DUENO
                       " (OPERADOR " WS-CER-DUENO-OPER
                       "), INTENTA MAS TARDE"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE WS-GEN-HORA TO WS-SEMILLA
               COMPUTE WS-AZAR = FUNCTION RANDOM(WS-SEMILLA)
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-CURSOS
               PERFORM CARGA-INSCRIPCIONES
               PERFORM CARGA-CUESTIONES
               IF WS-CQ-LLENA
                   DISPLAY "CUESTION.DAT EXCEDE 9999 PREGUNTAS; NO SE "
                       "GENERA NI SE CALIFICA NADA"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WS-FIN
                       DISPLAY "G-GENERAR CUESTIONARIOS DE QUIZPET.DAT "
                           " C-CALIFICAR HOJA DE RESPUESTAS  S-SALIR"
                       ACCEPT WS-OPCION
                       EVALUATE WS-OPCION
                           WHEN "G"
                           WHEN "g"
                               PERFORM GENERA-CUESTIONARIOS
                           WHEN "C"
                           WHEN "c"
                               PERFORM CALIFICA-HOJAS
                           WHEN "S"
                           WHEN "s"
                               SET WS-FIN TO TRUE
                           WHEN OTHER
                               DISPLAY "OPCION INVALIDA"
                       END-EVALUATE
                   END-PERFORM
                   IF WS-HAY-CAMBIOS
                       PERFORM GRABA-CUESTIONES
                   END-IF
               END-IF
               PERFORM LIBERA-CERROJO
               DISPLAY "PETICIONES LEIDAS       " WS-CONT-PETICIONES
               DISPLAY "CUESTIONARIOS GENERADOS " WS-CONT-GENERADOS
               DISPLAY "HOJAS CALIFICADAS       " WS-CONT-CALIFICADOS
               DISPLAY "RECHAZOS                " WS-CONT-RECHAZADAS
               IF WS-CONT-RECHAZADAS > 0
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-CUESTIONES.
               MOVE 0 TO WS-CQ-COUNT
               MOVE 0 TO WS-SIG-CUESTIONARIO
               MOVE "N" TO WS-EOF-CQ-SWITCH
               OPEN INPUT CUESTION-FILE
               IF WS-CQ-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CQ
                       READ CUESTION-FILE
                           AT END
                               SET WS-EOF-CQ TO TRUE
                           NOT AT END
                               IF WS-CQ-COUNT >= 9999
                                   SET WS-CQ-LLENA TO TRUE
                               ELSE
                                   ADD 1 TO WS-CQ-COUNT
                                   PERFORM GUARDA-CUESTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUESTION-FILE
               END-IF.

           GUARDA-CUESTION.
               MOVE CQ-NUMERO TO WS-CQ-NUMERO(WS-CQ-COUNT)
               MOVE CQ-ALUMNO TO WS-CQ-ALUMNO(WS-CQ-COUNT)
               MOVE CQ-CURSO TO WS-CQ-CURSO(WS-CQ-COUNT)
               MOVE CQ-FECHA TO WS-CQ-FECHA(WS-CQ-COUNT)
               MOVE CQ-DESDE TO WS-CQ-DESDE(WS-CQ-COUNT)
               MOVE CQ-HASTA TO WS-CQ-HASTA(WS-CQ-COUNT)
               MOVE CQ-PREGUNTA TO WS-CQ-PREGUNTA(WS-CQ-COUNT)
               MOVE CQ-MULTIPLICANDO TO WS-CQ-MULT(WS-CQ-COUNT)
               MOVE CQ-FACTOR TO WS-CQ-FACTOR(WS-CQ-COUNT)
               MOVE CQ-RESPUESTA TO WS-CQ-RESPUESTA(WS-CQ-COUNT)
               MOVE CQ-ESTADO TO WS-CQ-ESTADO(WS-CQ-COUNT)
               MOVE CQ-CONTESTO TO WS-CQ-CONTESTO(WS-CQ-COUNT)
               MOVE CQ-ACIERTO TO WS-CQ-ACIERTO(WS-CQ-COUNT)
               IF CQ-NUMERO > WS-SIG-CUESTIONARIO
                   MOVE CQ-NUMERO TO WS-SIG-CUESTIONARIO
               END-IF.

           GRABA-CUESTIONES.
               OPEN OUTPUT CUESTION-FILE
               PERFORM VARYING WS-CQ-I FROM 1 BY 1
                       UNTIL WS-CQ-I > WS-CQ-COUNT
                   MOVE SPACES TO CUESTION-RECORD
                   MOVE WS-CQ-NUMERO(WS-CQ-I) TO CQ-NUMERO
                   MOVE WS-CQ-ALUMNO(WS-CQ-I) TO CQ-ALUMNO
                   MOVE WS-CQ-CURSO(WS-CQ-I) TO CQ-CURSO
                   MOVE WS-CQ-FECHA(WS-CQ-I) TO CQ-FECHA
                   MOVE WS-CQ-DESDE(WS-CQ-I) TO CQ-DESDE
                   MOVE WS-CQ-HASTA(WS-CQ-I) TO CQ-HASTA
                   MOVE WS-CQ-PREGUNTA(WS-CQ-I) TO CQ-PREGUNTA
                   MOVE WS-CQ-MULT(WS-CQ-I) TO CQ-MULTIPLICANDO
                   MOVE WS-CQ-FACTOR(WS-CQ-I) TO CQ-FACTOR
                   MOVE WS-CQ-RESPUESTA(WS-CQ-I) TO CQ-RESPUESTA
                   MOVE WS-CQ-ESTADO(WS-CQ-I) TO CQ-ESTADO
                   MOVE WS-CQ-CONTESTO(WS-CQ-I) TO CQ-CONTESTO
                   MOVE WS-CQ-ACIERTO(WS-CQ-I) TO CQ-ACIERTO
                   WRITE CUESTION-RECORD
               END-PERFORM
               CLOSE CUESTION-FILE.

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
                                       AND CU-CODIGO NOT = SPACES
                                   ADD 1 TO WS-CUR-COUNT
                                   MOVE CU-CODIGO TO
                                       WS-C-CODIGO(WS-CUR-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CURSOS-FILE
               END-IF.

           CARGA-INSCRIPCIONES.
               MOVE 0 TO WS-INS-COUNT
               MOVE "N" TO WS-EOF-INS-SWITCH
               OPEN INPUT INSCRIP-FILE
               IF WS-INS-STATUS = "00"
                   PERFORM UNTIL WS-EOF-INS
                       READ INSCRIP-FILE
                           AT END
                               SET WS-EOF-INS TO TRUE
                           NOT AT END
                               IF WS-INS-COUNT < 2000
                                       AND IN-ALUMNO NOT = SPACES
                                   ADD 1 TO WS-INS-COUNT
                                   MOVE IN-ALUMNO TO
                                       WS-N-ALUMNO(WS-INS-COUNT)
                                   MOVE IN-CURSO TO
                                       WS-N-CURSO(WS-INS-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INSCRIP-FILE
               END-IF.

      ******************************************************************
      * GENERACION DE CUESTIONARIOS
      ******************************************************************
      * LAS PREGUNTAS NUEVAS SE AGREGAN AL FINAL DE LA TABLA; LA HOJA
      * Y LA CLAVE SE IMPRIMEN DESDE EL PRIMER RENGLON NUEVO
           GENERA-CUESTIONARIOS.
               PERFORM CAPTURA-GEN-TIMESTAMP
               COMPUTE WS-CQ-PRIMERO = WS-CQ-COUNT + 1
               MOVE "N" TO WS-EOF-QP-SWITCH
               OPEN INPUT QUIZPET-FILE
               IF WS-QP-STATUS NOT = "00"
                   DISPLAY "QUIZPET.DAT NO ENCONTRADO, NADA QUE GENERAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-QP
                   READ QUIZPET-FILE
                       AT END
                           SET WS-EOF-QP TO TRUE
                       NOT AT END
                           IF QUIZPET-RECORD NOT = SPACES
                               ADD 1 TO WS-CONT-PETICIONES
                               PERFORM PROCESA-PETICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUIZPET-FILE
               IF WS-CQ-COUNT >= WS-CQ-PRIMERO
                   SET WS-HAY-CAMBIOS TO TRUE
                   PERFORM ESCRIBE-EXAMENES
                   PERFORM ESCRIBE-CLAVES
               ELSE
                   DISPLAY "NINGUN CUESTIONARIO GENERADO"
               END-IF.

           PROCESA-PETICION.
               MOVE QP-ALUMNO TO WS-ALU-BUSCADO
               PERFORM BUSCA-ALUMNO
               PERFORM VALIDA-CURSO-INSCRIPCION
               PERFORM PARSEA-PETICION
               EVALUATE TRUE
                   WHEN QP-ALUMNO = SPACES
                   WHEN WS-ALU-COUNT > 0 AND NOT WS-ALU-HALLADO
                       DISPLAY "ALUMNO NO EXISTE O ESTA EN BAJA: "
                           QP-ALUMNO
                       MOVE "QP-ALUMNO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE QP-ALUMNO TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                   WHEN QP-CURSO = SPACES
                   WHEN NOT WS-CURSO-OK
                       DISPLAY "CURSO NO EXISTE: " QP-CURSO
                       MOVE "QP-CURSO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE QP-CURSO TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                   WHEN NOT WS-INSCRITO
                       DISPLAY "ALUMNO NO INSCRITO EN " QP-CURSO ": "
                           QP-ALUMNO
                       MOVE "INSCRIPCION" TO WS-ERR-CAMPO-NOMBRE
                       MOVE QP-ALUMNO TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                   WHEN NOT WS-RANGO-VALIDO
                       DISPLAY "RANGO O PREGUNTAS INVALIDOS EN "
                           "QUIZPET.DAT: " QUIZPET-RECORD
                       MOVE "RANGO" TO WS-ERR-CAMPO-NOMBRE
                       MOVE QUIZPET-RECORD TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                   WHEN WS-CQ-COUNT + WS-NUM-PREGUNTAS > 9999
                           OR WS-SIG-CUESTIONARIO >= 999999
                       DISPLAY "CUESTION.DAT LLENO, RECHAZADO: "
                           QUIZPET-RECORD
                       MOVE "QUIZPET" TO WS-ERR-CAMPO-NOMBRE
                       MOVE QUIZPET-RECORD TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-RECHAZADAS
                   WHEN OTHER
                       PERFORM GENERA-UN-CUESTIONARIO
               END-EVALUATE.

           VALIDA-CURSO-INSCRIPCION.
               SET WS-CURSO-OK TO TRUE
               SET WS-INSCRITO TO TRUE
               IF WS-CUR-COUNT > 0
                   MOVE "N" TO WS-CURSO-OK-SWITCH
                   PERFORM VARYING WS-CUR-I FROM 1 BY 1
                           UNTIL WS-CUR-I > WS-CUR-COUNT
                               OR WS-CURSO-OK
                       IF WS-C-CODIGO(WS-CUR-I) = QP-CURSO
                           SET WS-CURSO-OK TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-INS-COUNT > 0
                   MOVE "N" TO WS-INSCRITO-SWITCH
                   PERFORM VARYING WS-INS-I FROM 1 BY 1
                           UNTIL WS-INS-I > WS-INS-COUNT
                               OR WS-INSCRITO
                       IF WS-N-ALUMNO(WS-INS-I) = QP-ALUMNO
                               AND WS-N-CURSO(WS-INS-I) = QP-CURSO
                           SET WS-INSCRITO TO TRUE
                       END-IF
                   END-PERFORM
               END-IF.

      * RANGO SANO COMO EN LAS TABLAS: 1 <= DESDE <= HASTA <= 99;
      * DE 1 A 50 PREGUNTAS
           PARSEA-PETICION.
               MOVE "N" TO WS-RANGO-VALIDO-SWITCH
               MOVE 1 TO WS-TABLA-DESDE
               MOVE 10 TO WS-TABLA-HASTA
               MOVE 10 TO WS-NUM-PREGUNTAS
               IF QP-DESDE NOT = SPACES
                   IF QP-DESDE IS NUMERIC
                       MOVE QP-DESDE TO WS-TABLA-DESDE
                   ELSE
                       MOVE 0 TO WS-TABLA-DESDE
                   END-IF
               END-IF
               IF QP-HASTA NOT = SPACES
                   IF QP-HASTA IS NUMERIC
                       MOVE QP-HASTA TO WS-TABLA-HASTA
                   ELSE
                       MOVE 0 TO WS-TABLA-HASTA
                   END-IF
               END-IF
               IF QP-PREGUNTAS NOT = SPACES
                   IF QP-PREGUNTAS IS NUMERIC
                       MOVE QP-PREGUNTAS TO WS-NUM-PREGUNTAS
                   ELSE
                       MOVE 0 TO WS-NUM-PREGUNTAS
                   END-IF
               END-IF
               IF WS-TABLA-DESDE >= 1
                       AND WS-TABLA-DESDE <= WS-TABLA-HASTA
                       AND WS-NUM-PREGUNTAS >= 1
                       AND WS-NUM-PREGUNTAS <= 50
                   SET WS-RANGO-VALIDO TO TRUE
               END-IF.

      * CADA PREGUNTA: UNA TABLA AL AZAR DEL RANGO POR UN FACTOR AL
      * AZAR DE 1 A 10
           GENERA-UN-CUESTIONARIO.
               ADD 1 TO WS-SIG-CUESTIONARIO
               ADD 1 TO WS-CONT-GENERADOS
               COMPUTE WS-AMPLITUD = WS-TABLA-HASTA - WS-TABLA-DESDE
                   + 1
               PERFORM VARYING WS-PREG FROM 1 BY 1
                       UNTIL WS-PREG > WS-NUM-PREGUNTAS
                   ADD 1 TO WS-CQ-COUNT
                   MOVE WS-SIG-CUESTIONARIO TO
                       WS-CQ-NUMERO(WS-CQ-COUNT)
                   MOVE QP-ALUMNO TO WS-CQ-ALUMNO(WS-CQ-COUNT)
                   MOVE QP-CURSO TO WS-CQ-CURSO(WS-CQ-COUNT)
                   MOVE WS-FECHA-HOY TO WS-CQ-FECHA(WS-CQ-COUNT)
                   MOVE WS-TABLA-DESDE TO WS-CQ-DESDE(WS-CQ-COUNT)
                   MOVE WS-TABLA-HASTA TO WS-CQ-HASTA(WS-CQ-COUNT)
                   MOVE WS-PREG TO WS-CQ-PREGUNTA(WS-CQ-COUNT)
                   COMPUTE WS-CQ-MULT(WS-CQ-COUNT) = WS-TABLA-DESDE
                       + FUNCTION RANDOM * WS-AMPLITUD
                   COMPUTE WS-CQ-FACTOR(WS-CQ-COUNT) = 1
                       + FUNCTION RANDOM * 10
                   COMPUTE WS-CQ-RESPUESTA(WS-CQ-COUNT) =
                       WS-CQ-MULT(WS-CQ-COUNT)
                       * WS-CQ-FACTOR(WS-CQ-COUNT)
                   MOVE "G" TO WS-CQ-ESTADO(WS-CQ-COUNT)
                   MOVE SPACES TO WS-CQ-CONTESTO(WS-CQ-COUNT)
                   MOVE SPACE TO WS-CQ-ACIERTO(WS-CQ-COUNT)
               END-PERFORM
               DISPLAY "CUESTIONARIO " WS-SIG-CUESTIONARIO " PARA "
                   QP-ALUMNO " (" WS-NUM-PREGUNTAS " PREGUNTAS)".

           ESCRIBE-EXAMENES.
               STRING "EXAMEN." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-EXAMEN-FILENAME
               OPEN OUTPUT EXAMEN-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO EXAMEN-LINE
               WRITE EXAMEN-LINE
               MOVE WS-REPORTE-IDENT-LINE TO EXAMEN-LINE
               WRITE EXAMEN-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO EXAMEN-LINE
               WRITE EXAMEN-LINE
               MOVE 0 TO WS-CUEST-ACTUAL
               PERFORM VARYING WS-CQ-I FROM WS-CQ-PRIMERO BY 1
                       UNTIL WS-CQ-I > WS-CQ-COUNT
                   IF WS-CQ-NUMERO(WS-CQ-I) NOT = WS-CUEST-ACTUAL
                       IF WS-CUEST-ACTUAL > 0
                           MOVE WS-EX-ACIERTOS-LINE TO EXAMEN-LINE
                           WRITE EXAMEN-LINE
                       END-IF
                       MOVE WS-CQ-NUMERO(WS-CQ-I) TO
                           WS-CUEST-ACTUAL
                       PERFORM ARMA-ENCABEZADO-CUESTIONARIO
                       MOVE WS-EX-SEPARADOR TO EXAMEN-LINE
                       WRITE EXAMEN-LINE
                       MOVE WS-EX-ENCABEZADO TO EXAMEN-LINE
                       WRITE EXAMEN-LINE
                       MOVE WS-EX-ALUMNO-LINE TO EXAMEN-LINE
                       WRITE EXAMEN-LINE
                       MOVE WS-EX-TABLAS-LINE TO EXAMEN-LINE
                       WRITE EXAMEN-LINE
                       MOVE SPACES TO EXAMEN-LINE
                       WRITE EXAMEN-LINE
                   END-IF
                   MOVE WS-CQ-PREGUNTA(WS-CQ-I) TO WS-EX-PREG
                   MOVE WS-CQ-MULT(WS-CQ-I) TO WS-EX-MULT
                   MOVE WS-CQ-FACTOR(WS-CQ-I) TO WS-EX-FACTOR
                   MOVE "______" TO WS-EX-RESPUESTA
                   MOVE WS-EX-PREGUNTA-LINE TO EXAMEN-LINE
                   WRITE EXAMEN-LINE
               END-PERFORM
               MOVE WS-EX-ACIERTOS-LINE TO EXAMEN-LINE
               WRITE EXAMEN-LINE
               MOVE WS-EX-SEPARADOR TO EXAMEN-LINE
               WRITE EXAMEN-LINE
               MOVE WS-REPORTE-PIE-LINE TO EXAMEN-LINE
               WRITE EXAMEN-LINE
               CLOSE EXAMEN-REPORT
               MOVE "EXAMEN" TO WS-RC-TIPO
               MOVE WS-EXAMEN-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-GENERADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "HOJAS DE CUESTIONARIO EN " WS-EXAMEN-FILENAME.

           ESCRIBE-CLAVES.
               STRING "CLAVE." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CLAVE-FILENAME
               OPEN OUTPUT CLAVE-REPORT
               MOVE WS-REPORTE-HEADER-LINE TO CLAVE-LINE
               WRITE CLAVE-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CLAVE-LINE
               WRITE CLAVE-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CLAVE-LINE
               WRITE CLAVE-LINE
               MOVE "CLAVE DE RESPUESTAS - USO EXCLUSIVO DEL MAESTRO"
                   TO CLAVE-LINE
               WRITE CLAVE-LINE
               MOVE 0 TO WS-CUEST-ACTUAL
               PERFORM VARYING WS-CQ-I FROM WS-CQ-PRIMERO BY 1
                       UNTIL WS-CQ-I > WS-CQ-COUNT
                   IF WS-CQ-NUMERO(WS-CQ-I) NOT = WS-CUEST-ACTUAL
                       MOVE WS-CQ-NUMERO(WS-CQ-I) TO
                           WS-CUEST-ACTUAL
                       PERFORM ARMA-ENCABEZADO-CUESTIONARIO
                       MOVE WS-EX-SEPARADOR TO CLAVE-LINE
                       WRITE CLAVE-LINE
                       MOVE WS-EX-ENCABEZADO TO CLAVE-LINE
                       WRITE CLAVE-LINE
                       MOVE WS-EX-ALUMNO-LINE TO CLAVE-LINE
                       WRITE CLAVE-LINE
                   END-IF
                   MOVE WS-CQ-PREGUNTA(WS-CQ-I) TO WS-EX-PREG
                   MOVE WS-CQ-MULT(WS-CQ-I) TO WS-EX-MULT
                   MOVE WS-CQ-FACTOR(WS-CQ-I) TO WS-EX-FACTOR
                   MOVE SPACES TO WS-EX-RESPUESTA
                   MOVE WS-CQ-RESPUESTA(WS-CQ-I) TO
                       WS-EX-RESPUESTA(1:4)
                   INSPECT WS-EX-RESPUESTA(1:3)
                       REPLACING LEADING "0" BY SPACE
                   MOVE WS-EX-PREGUNTA-LINE TO CLAVE-LINE
                   WRITE CLAVE-LINE
               END-PERFORM
               MOVE WS-EX-SEPARADOR TO CLAVE-LINE
               WRITE CLAVE-LINE
               MOVE WS-REPORTE-PIE-LINE TO CLAVE-LINE
               WRITE CLAVE-LINE
               CLOSE CLAVE-REPORT
               MOVE "CLAVE" TO WS-RC-TIPO
               MOVE WS-CLAVE-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-GENERADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "CLAVES DE RESPUESTA EN " WS-CLAVE-FILENAME.

      * ENCABEZADO DEL CUESTIONARIO WS-CUEST-ACTUAL, TOMADO DE SU
      * PRIMER RENGLON (WS-CQ-I)
           ARMA-ENCABEZADO-CUESTIONARIO.
               MOVE WS-CUEST-ACTUAL TO WS-EX-NUMERO
               MOVE WS-CQ-CURSO(WS-CQ-I) TO WS-EX-CURSO
               MOVE WS-CQ-FECHA(WS-CQ-I) TO WS-EX-FECHA
               MOVE WS-CQ-ALUMNO(WS-CQ-I) TO WS-EX-ALUMNO
               MOVE WS-CQ-ALUMNO(WS-CQ-I) TO WS-ALU-BUSCADO
               PERFORM BUSCA-ALUMNO
               MOVE WS-ALU-NOMBRE-HALLADO TO WS-EX-NOMBRE
               MOVE 0 TO WS-NUM-PREGUNTAS
               PERFORM VARYING WS-CQ-J FROM WS-CQ-I BY 1
                       UNTIL WS-CQ-J > WS-CQ-COUNT
                   IF WS-CQ-NUMERO(WS-CQ-J) = WS-CUEST-ACTUAL
                       ADD 1 TO WS-NUM-PREGUNTAS
                   END-IF
               END-PERFORM
               MOVE WS-CQ-DESDE(WS-CQ-I) TO WS-EX-DESDE
               MOVE WS-CQ-HASTA(WS-CQ-I) TO WS-EX-HASTA
               MOVE WS-NUM-PREGUNTAS TO WS-EX-PREGUNTAS
               MOVE WS-NUM-PREGUNTAS TO WS-EX-DE.

      ******************************************************************
      * CALIFICACION DE HOJAS DE RESPUESTA
      ******************************************************************
           CALIFICA-HOJAS.
               PERFORM WITH TEST AFTER
                       UNTIL WS-NUMERO-TXT = SPACES
                   DISPLAY "NUMERO DE CUESTIONARIO (BLANCO = TERMINAR)"
                   MOVE SPACES TO WS-NUMERO-TXT
                   ACCEPT WS-NUMERO-TXT
                   IF WS-NUMERO-TXT NOT = SPACES
                       PERFORM CALIFICA-UNA-HOJA
                   END-IF
               END-PERFORM.

      * WS-CQ-PRIMERO QUEDA EN EL PRIMER RENGLON DEL CUESTIONARIO;
      * UNO YA CALIFICADO NO SE VUELVE A CAPTURAR
           CALIFICA-UNA-HOJA.
               IF FUNCTION TRIM(WS-NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "NUMERO INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CUEST-ACTUAL = FUNCTION NUMVAL(WS-NUMERO-TXT)
               MOVE 0 TO WS-CQ-PRIMERO
               PERFORM VARYING WS-CQ-I FROM 1 BY 1
                       UNTIL WS-CQ-I > WS-CQ-COUNT
                           OR WS-CQ-PRIMERO > 0
                   IF WS-CQ-NUMERO(WS-CQ-I) = WS-CUEST-ACTUAL
                       MOVE WS-CQ-I TO WS-CQ-PRIMERO
                   END-IF
               END-PERFORM
               IF WS-CQ-PRIMERO = 0
                   DISPLAY "CUESTIONARIO NO EXISTE: " WS-CUEST-ACTUAL
                   MOVE "CQ-NUMERO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CUEST-ACTUAL TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
               IF WS-CQ-ESTADO(WS-CQ-PRIMERO) = "C"
                   DISPLAY "EL CUESTIONARIO " WS-CUEST-ACTUAL
                       " YA FUE CALIFICADO"
                   MOVE "CQ-ESTADO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CUEST-ACTUAL TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CQ-ALUMNO(WS-CQ-PRIMERO) TO WS-ALU-BUSCADO
               PERFORM BUSCA-ALUMNO
               DISPLAY "ALUMNO " WS-CQ-ALUMNO(WS-CQ-PRIMERO) " "
                   WS-ALU-NOMBRE-HALLADO " CURSO "
                   WS-CQ-CURSO(WS-CQ-PRIMERO)
               DISPLAY "TECLEA CADA RESPUESTA (BLANCO = SIN CONTESTAR)"
               MOVE 0 TO WS-NUM-PREGUNTAS
               MOVE 0 TO WS-ACIERTOS
               PERFORM VARYING WS-CQ-I FROM WS-CQ-PRIMERO BY 1
                       UNTIL WS-CQ-I > WS-CQ-COUNT
                   IF WS-CQ-NUMERO(WS-CQ-I) = WS-CUEST-ACTUAL
                       PERFORM CAPTURA-RESPUESTA
                   END-IF
               END-PERFORM
               COMPUTE WS-SCORE ROUNDED =
                   WS-ACIERTOS * 100 / WS-NUM-PREGUNTAS
               PERFORM GRABA-RESULTADO
               SET WS-HAY-CAMBIOS TO TRUE
               ADD 1 TO WS-CONT-CALIFICADOS
               DISPLAY "ACIERTOS " WS-ACIERTOS " DE " WS-NUM-PREGUNTAS
                   " CALIFICACION " WS-SCORE.

           CAPTURA-RESPUESTA.
               ADD 1 TO WS-NUM-PREGUNTAS
               DISPLAY WS-CQ-PREGUNTA(WS-CQ-I) ")  "
                   WS-CQ-MULT(WS-CQ-I) " X " WS-CQ-FACTOR(WS-CQ-I)
                   " ="
               MOVE SPACES TO WS-CONTESTO-TXT
               ACCEPT WS-CONTESTO-TXT
               MOVE WS-CONTESTO-TXT TO WS-CQ-CONTESTO(WS-CQ-I)
               MOVE "N" TO WS-CQ-ACIERTO(WS-CQ-I)
               IF WS-CONTESTO-TXT NOT = SPACES
                       AND FUNCTION TRIM(WS-CONTESTO-TXT) IS NUMERIC
                   COMPUTE WS-CONTESTO-NUM =
                       FUNCTION NUMVAL(WS-CONTESTO-TXT)
                   IF WS-CONTESTO-NUM = WS-CQ-RESPUESTA(WS-CQ-I)
                       MOVE "S" TO WS-CQ-ACIERTO(WS-CQ-I)
                       ADD 1 TO WS-ACIERTOS
                   END-IF
               END-IF
               MOVE "C" TO WS-CQ-ESTADO(WS-CQ-I).

      * LA CALIFICACION ENTRA A RESULTAD.DAT COMO CUALQUIER OTRA PARA
      * LA CORRIDA DE CALIFICACIONES
           GRABA-RESULTADO.
               OPEN EXTEND RESULTADOS-FILE
               IF WS-RESULTADOS-STATUS = "05"
                       OR WS-RESULTADOS-STATUS = "35"
                   CLOSE RESULTADOS-FILE
                   OPEN OUTPUT RESULTADOS-FILE
               END-IF
               MOVE WS-CQ-ALUMNO(WS-CQ-PRIMERO) TO RES-ALUMNO
               MOVE WS-CQ-CURSO(WS-CQ-PRIMERO) TO RES-CURSO
               MOVE WS-SCORE TO RES-SCORE
               WRITE RESULTADO-RECORD
               CLOSE RESULTADOS-FILE.

       COPY ALUPROC.
       COPY FECPROC.
       COPY REPCATPROC.
       COPY CERRPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
