      *            tier is worth tiers-minus-one points down to zero
      *            for the last one (the standard A-F scale gives the
      *            classic 4.0 scheme).
      *            A grade corrected through an approved change
      *            request (CAMBCAL.DAT) is marked with the request
      *            number and the score it replaced.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.
           COPY ALUSEL.
           COPY CAMSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
           05  EP-LETRA            PIC X.

       COPY ALUFD.
       COPY CAMFD.
       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ALUWS.
       COPY CAMWS.

       01  WS-HCAL-STATUS          PIC XX.
       01  WS-CUR-STATUS           PIC XX.
           05  WS-D-LETRA          PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-NOTA           PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CAMBIO         PIC X(23).

       PROCEDURE DIVISION.
           MAIN.
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-ESCALA
               PERFORM CARGA-CURSOS
               PERFORM CARGA-CAMBIOS-CAL
               PERFORM WITH TEST AFTER UNTIL WS-ALUMNO-ID = SPACES
                   DISPLAY "ID DE ALUMNO (BLANCO TERMINA)"
                   ACCEPT WS-ALUMNO-ID
                   ELSE
                       MOVE "SUPERADO" TO WS-D-NOTA
                   END-IF
                   PERFORM MARCA-CAMBIO
                   DISPLAY "  " WS-DETALLE-LINE
               END-PERFORM.

      * CALIFICACION CORREGIDA POR UN CAMBIO APROBADO: FOLIO Y LA
      * CALIFICACION QUE SUSTITUYO (EL ULTIMO CAMBIO SI HUBO VARIOS).
      * EL CAMBIO SE APLICA AL ULTIMO RENGLON DEL CURSO CON ESA FECHA
           MARCA-CAMBIO.
               MOVE SPACES TO WS-D-CAMBIO
               PERFORM VARYING WS-INT-J FROM 1 BY 1
                       UNTIL WS-INT-J > WS-INT-COUNT
                   IF WS-INT-J > WS-INT-I
                           AND WS-T-CURSO(WS-INT-J) =
                               WS-T-CURSO(WS-INT-I)
                           AND WS-T-FECHA(WS-INT-J) =
                               WS-T-FECHA(WS-INT-I)
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CAM-I FROM 1 BY 1
                       UNTIL WS-CAM-I > WS-CAM-COUNT
                   IF WS-CAM-ESTATUS(WS-CAM-I) = "A"
                           AND WS-CAM-ALUMNO(WS-CAM-I) = WS-ALUMNO-ID
                           AND WS-CAM-CURSO(WS-CAM-I) =
                               WS-T-CURSO(WS-INT-I)
                           AND WS-CAM-FECHA-CAL(WS-CAM-I) =
                               WS-T-FECHA(WS-INT-I)
                       MOVE SPACES TO WS-D-CAMBIO
                       STRING "CAMBIO " WS-CAM-FOLIO(WS-CAM-I)
                           " ERA " WS-CAM-SCORE-ANT(WS-CAM-I) " "
                           WS-CAM-LETRA-ANT(WS-CAM-I)
                           DELIMITED BY SIZE INTO WS-D-CAMBIO
                   END-IF
               END-PERFORM.

           BUSCA-TITULO.
               MOVE SPACES TO WS-TITULO-HALLADO
               PERFORM VARYING WS-CUR-I FROM 1 BY 1
               END-PERFORM.

       COPY ALUPROC.
       COPY CAMPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
