      ******************************************************************
      * Author:
      * Date:
      * Purpose:   COMPONENT-SCORE INTAKE FOR WEIGHTED COURSES
      * Tectonics: cobc
      * Note:      The teacher picks a course and one of its
      *            assessment components (COMPONEN.DAT, maintained in
      *            MANTEN-CURSOS) and keys each student's score. A
      *            student must be active in ALUMNOS.DAT and enrolled
      *            in the course (INSCRIP.DAT); rejects go to
      *            ERRORES.LOG. Scores land in CALCOMP.DAT, one per
      *            student, course and component; keying a score
      *            again replaces the earlier one. The grading run
      *            computes the final score from these components.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSCRIP-FILE ASSIGN TO "INSCRIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           COPY ALUSEL.
           COPY CMPSEL.
           COPY CCSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  INSCRIP-FILE.
       01  INSCRIP-RECORD.
           05  IN-ALUMNO           PIC X(8).
           05  IN-CURSO            PIC X(6).

       COPY ALUFD.
       COPY CMPFD.
       COPY CCFD.
       COPY AUDITFD.
       COPY ERRFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY ALUWS.
       COPY CMPWS.
       COPY CCWS.

       01  WS-INS-STATUS           PIC XX.
       01  WS-EOF-INS-SWITCH       PIC X VALUE "N".
           88  WS-EOF-INS          VALUE "Y".
       01  WS-INS-COUNT            PIC 9(4) VALUE 0.
       01  WS-INSCRIP-TABLE.
           05  WS-INS-ENTRY OCCURS 2000 TIMES.
               10  WS-N-ALUMNO     PIC X(8).
               10  WS-N-CURSO      PIC X(6).
       01  WS-INS-I                PIC 9(4) VALUE 0.
       01  WS-INSCRITO-SWITCH      PIC X VALUE "N".
           88  WS-INSCRITO         VALUE "Y".

       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".

       01  WS-CODIGO               PIC X(6).
       01  WS-COMP-CODIGO          PIC X(4).
       01  WS-ALUMNO-ID            PIC X(8).
       01  WS-SCORE-TXT            PIC X(3).
       01  WS-SCORE-NUM REDEFINES WS-SCORE-TXT PIC 9(3).
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-CONT-CAPTURADAS      PIC 9(5) VALUE 0.
       01  WS-CONT-RECHAZADAS      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CAPCOMP" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-COMPONENTES
               PERFORM CARGA-CALIF-COMPONENTES
               PERFORM CARGA-INSCRIPCIONES
               PERFORM UNTIL WS-FIN
                   DISPLAY "CODIGO DE CURSO (BLANCO = TERMINAR)"
                   ACCEPT WS-CODIGO
                   IF WS-CODIGO = SPACES
                       SET WS-FIN TO TRUE
                   ELSE
                       PERFORM CAPTURA-CURSO
                   END-IF
               END-PERFORM
               PERFORM GRABA-CALIF-COMPONENTES
               DISPLAY "CALIFICACIONES CAPTURADAS: " WS-CONT-CAPTURADAS
                   " RECHAZADAS: " WS-CONT-RECHAZADAS
               IF WS-CONT-RECHAZADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

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

      * SOLO UN CURSO CON COMPONENTES DEFINIDOS ADMITE CAPTURA; SI
      * SUS PESOS AUN NO SUMAN 100 SE CAPTURA PERO SE ADVIERTE
           CAPTURA-CURSO.
               MOVE WS-CODIGO TO WS-CMP-CURSO-BUSCADO
               PERFORM SUMA-PESOS-CURSO
               IF WS-CMP-NUM-CURSO = 0
                   DISPLAY "EL CURSO NO TIENE COMPONENTES DEFINIDOS: "
                       WS-CODIGO
                   MOVE "CC-CURSO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-CODIGO TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-CMP-I FROM 1 BY 1
                       UNTIL WS-CMP-I > WS-CMP-COUNT
                   IF WS-CMP-CURSO(WS-CMP-I) = WS-CODIGO
                       DISPLAY "  " WS-CMP-CODIGO(WS-CMP-I) " "
                           WS-CMP-NOMBRE(WS-CMP-I) " PESO "
                           WS-CMP-PESO(WS-CMP-I) "%"
                   END-IF
               END-PERFORM
               IF NOT WS-CMP-PONDERADO
                   DISPLAY "AVISO: LOS PESOS DEL CURSO SUMAN "
                       WS-CMP-SUMA-PESOS "%, NO 100"
               END-IF
               DISPLAY "CODIGO DE COMPONENTE"
               ACCEPT WS-COMP-CODIGO
               MOVE WS-COMP-CODIGO TO WS-CMP-CODIGO-BUSCADO
               PERFORM BUSCA-COMPONENTE
               IF WS-CMP-INDICE = 0
                   DISPLAY "COMPONENTE NO EXISTE EN EL CURSO: "
                       WS-COMP-CODIGO
                   MOVE "CC-COMPONENTE" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-COMP-CODIGO TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-ALUMNO-ID = SPACES
                   DISPLAY "ID DE ALUMNO (BLANCO = TERMINAR EL "
                       "COMPONENTE)"
                   ACCEPT WS-ALUMNO-ID
                   IF WS-ALUMNO-ID NOT = SPACES
                       PERFORM CAPTURA-CALIFICACION
                   END-IF
               END-PERFORM.

      * EL ALUMNO DEBE ESTAR ACTIVO E INSCRITO EN EL CURSO
           CAPTURA-CALIFICACION.
               MOVE WS-ALUMNO-ID TO WS-ALU-BUSCADO
               PERFORM BUSCA-ALUMNO
               IF WS-ALU-COUNT > 0 AND NOT WS-ALU-HALLADO
                   DISPLAY "ALUMNO NO EXISTE O ESTA EN BAJA: "
                       WS-ALUMNO-ID
                   MOVE "CC-ALUMNO" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-ALUMNO-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-INSCRITO-SWITCH
               PERFORM VARYING WS-INS-I FROM 1 BY 1
                       UNTIL WS-INS-I > WS-INS-COUNT
                           OR WS-INSCRITO
                   IF WS-N-ALUMNO(WS-INS-I) = WS-ALUMNO-ID
                           AND WS-N-CURSO(WS-INS-I) = WS-CODIGO
                       SET WS-INSCRITO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-INSCRITO
                   DISPLAY "ALUMNO NO INSCRITO EN " WS-CODIGO ": "
                       WS-ALUMNO-ID
                   MOVE "INSCRIPCION" TO WS-ERR-CAMPO-NOMBRE
                   MOVE WS-ALUMNO-ID TO WS-ERR-CAMPO-VALOR
                   PERFORM REGISTRA-RECHAZO
                   ADD 1 TO WS-CONT-RECHAZADAS
                   EXIT PARAGRAPH
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-SCORE-TXT IS NUMERIC
                           AND WS-SCORE-NUM NOT > 100
                   DISPLAY "CALIFICACION DE " WS-ALU-NOMBRE-HALLADO
                       " (3 DIGITOS, 000-100)"
                   ACCEPT WS-SCORE-TXT
               END-PERFORM
               MOVE WS-ALUMNO-ID TO WS-CC-ALUMNO-BUSCADO
               MOVE WS-CODIGO TO WS-CC-CURSO-BUSCADO
               MOVE WS-COMP-CODIGO TO WS-CC-COMP-BUSCADO
               PERFORM BUSCA-CALIF-COMPONENTE
               IF WS-CC-INDICE > 0
                   DISPLAY "SE REEMPLAZA LA CALIFICACION ANTERIOR: "
                       WS-CC-SCORE(WS-CC-INDICE)
               ELSE
                   IF WS-CC-COUNT >= 10000
                       DISPLAY "TABLA DE CALIFICACIONES LLENA"
                       ADD 1 TO WS-CONT-RECHAZADAS
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CC-COUNT
                   MOVE WS-CC-COUNT TO WS-CC-INDICE
                   MOVE WS-ALUMNO-ID TO WS-CC-ALUMNO(WS-CC-INDICE)
                   MOVE WS-CODIGO TO WS-CC-CURSO(WS-CC-INDICE)
                   MOVE WS-COMP-CODIGO TO
                       WS-CC-COMPONENTE(WS-CC-INDICE)
               END-IF
               MOVE WS-SCORE-NUM TO WS-CC-SCORE(WS-CC-INDICE)
               MOVE WS-FECHA-HOY TO WS-CC-FECHA(WS-CC-INDICE)
               ADD 1 TO WS-CONT-CAPTURADAS.

       COPY ALUPROC.
       COPY CMPPROC.
       COPY CCPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
