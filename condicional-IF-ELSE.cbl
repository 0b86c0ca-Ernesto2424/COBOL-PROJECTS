      *            of each letter A-F, the course average, and a
      *            global summary across courses. Invalid records go
      *            to the dated RESULTAD error log as before.
      *            Students whose billed tuition (the open item named
      *            by the enrollment's reference in ABIERTAS.DAT) is
      *            still unpaid more than 60 days after billing are
      *            flagged COLEG VENCIDA on their grade lines and
      *            listed, with payer and balance, in a closing
      *            section of the report.
      *            A course whose assessment components (COMPONEN.DAT)
      *            weigh exactly 100 is graded from the component
      *            scores in CALCOMP.DAT: the final score is their
      *            weighted average and RESULTAD.DAT scores for it are
      *            ignored. A student missing a component is reported
      *            INCOMPLETO with no letter, is left out of the
      *            distribution and average, and is not written to
      *            HISTCAL.DAT. Each component-graded line is followed
      *            by its component breakdown.
      *            Alongside the report a semicolon-delimited
      *            CALIFCSV.*.CSV carries the course summary, one row
      *            per course (students graded, count per letter,
      *            incomplete, average) under a column-heading row; it
      *            is catalogued in REPCAT.DAT as type CALIFCSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY ALUSEL.
           COPY PASEL.
           COPY CMPSEL.
           COPY CCSEL.
           SELECT CURSOS-FILE ASSIGN TO "CURSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT HISTCAL-FILE ASSIGN TO "HISTCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HCAL-STATUS.
           COPY DLMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS-FILE.
           05  SR-CURSO            PIC X(6).
           05  SR-ALUMNO           PIC X(8).
           05  SR-SCORE            PIC 9(3).
      * ESTADO: BLANCO CALIFICACION DIRECTA, P CALCULADA POR
      * COMPONENTES, I INCOMPLETA (FALTA ALGUN COMPONENTE)
           05  SR-ESTADO           PIC X.
           05  SR-COMP-SCORE OCCURS 5 TIMES PIC X(3).

       FD  ESCALA-PRM-FILE.
       01  ESCALA-PRM-RECORD.
       COPY AUDITFD.
       COPY ERRFD.
       COPY ALUFD.
       COPY PAFD.
       COPY CMPFD.
       COPY CCFD.

       FD  CURSOS-FILE.
       01  CURSO-RECORD.
       01  INSCRIP-RECORD.
           05  IN-ALUMNO           PIC X(8).
           05  IN-CURSO            PIC X(6).
           05  IN-FECHA-CARGO      PIC 9(8).
           05  IN-CLIENTE-ID       PIC X(6).
           05  IN-MONTO            PIC 9(5)V99.
           05  IN-REFERENCIA       PIC X(10).
           05  IN-COMPANIA         PIC X(2).

       FD  HISTCAL-FILE.
       01  HISTCAL-RECORD.
           05  HK-SCORE            PIC 9(3).
           05  HK-LETRA            PIC X.

       COPY DLMFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY REPCATWS.
       COPY ALUWS.
       COPY PAWS.
       COPY CMPWS.
       COPY CCWS.
       COPY DLMWS.

      * CATALOGO DE CURSOS E INSCRIPCIONES: SIN ARCHIVOS LA CORRIDA
      * ACEPTA CURSOS LIBRES COMO ANTES; CON ELLOS, UN CURSO
           05  WS-INS-ENTRY OCCURS 2000 TIMES.
               10  WS-N-ALUMNO     PIC X(8).
               10  WS-N-CURSO      PIC X(6).
               10  WS-N-CLIENTE    PIC X(6).
               10  WS-N-REFERENCIA PIC X(10).
               10  WS-N-CIA        PIC X(2).
               10  WS-N-VENCIDO    PIC S9(9)V99.
       01  WS-INS-I                 PIC 9(4) VALUE 0.
       01  WS-VAL-ALUMNO            PIC X(8).
       01  WS-VAL-CURSO             PIC X(6).
       01  WS-INSCRITO-SWITCH       PIC X VALUE "N".
           88  WS-INSCRITO          VALUE "Y".
       01  WS-VISTO-COUNT           PIC 9(3) VALUE 0.
      * ANTERIOR EN LA CONSULTA
       01  WS-HCAL-STATUS           PIC XX.

      * COLEGIATURA VENCIDA: LA PARTIDA ABIERTA QUE NOMBRA LA
      * REFERENCIA DE LA INSCRIPCION CONSERVA SALDO A MAS DE 60 DIAS
      * DE SU CARGO, CONTADOS CONTRA LA FECHA DE NEGOCIO
       01  WS-FECHA-HOY             PIC 9(8).
       01  WS-DIAS-VENCIDO          PIC S9(9) VALUE 0.
       01  WS-CONT-VENCIDAS         PIC 9(4) VALUE 0.
       01  WS-MONTO-VENCIDO         PIC S9(9)V99 VALUE 0.
       01  WS-VENCIDO-ALUMNO        PIC S9(9)V99 VALUE 0.
      * CALIFICACION POR COMPONENTES
       01  WS-CC-PAR                PIC 9(5) VALUE 0.
       01  WS-CMP-J                 PIC 9(3) VALUE 0.
       01  WS-COMP-K                PIC 9 VALUE 0.
       01  WS-COMP-FALTAN           PIC 9 VALUE 0.
       01  WS-PONDERADA             PIC 9(7) VALUE 0.
       01  WS-CONT-DIRECTAS-IGNORADAS PIC 9(5) VALUE 0.
       01  WS-CURSO-INCOMPLETOS     PIC 9(4) VALUE 0.
       01  WS-GLOBAL-INCOMPLETOS    PIC 9(5) VALUE 0.
       01  WS-DESGLOSE-LINE.
           05  FILLER               PIC X(4).
           05  WS-DG-ENTRY OCCURS 5 TIMES.
               10  WS-DG-CODIGO     PIC X(4).
               10  WS-DG-SEP1       PIC X.
               10  WS-DG-SCORE      PIC X(3).
               10  WS-DG-SEP2       PIC X.
               10  WS-DG-PESO       PIC ZZ9.
               10  WS-DG-SEP3       PIC X.
               10  FILLER           PIC X(2).

       01  WS-VENCIDA-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-VE-ALUMNO         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VE-NOMBRE         PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VE-CURSO          PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VE-CLIENTE        PIC X(6).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VE-REFERENCIA     PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-VE-SALDO          PIC ZZZZZZ9.99.

       01  WS-SIN-CALIF-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SC-ALUMNO         PIC X(8).
           05  WS-D-NOMBRE          PIC X(30).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-D-SCORE           PIC ZZ9.
           05  WS-D-SCORE-X REDEFINES WS-D-SCORE PIC X(3).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-D-LETRA           PIC X.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-D-ESTADO          PIC X(10).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-D-VENCIDA         PIC X(14).

       01  WS-DISTRIB-LINE.
           05  FILLER               PIC X(12) VALUE "A/B/C/D/F: ".
           05  WS-DI-F              PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE " PROMEDIO: ".
           05  WS-DI-PROM           PIC ZZ9.9.
           05  FILLER               PIC X(14) VALUE " INCOMPLETOS: ".
           05  WS-DI-INC            PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARGA-ALUMNOS
            PERFORM CARGA-CURSOS
            PERFORM CARGA-INSCRIPCIONES
            PERFORM CARGA-COMPONENTES
            PERFORM CARGA-CALIF-COMPONENTES
            ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
            IF WS-FECHA-NEGOCIO > 0
                MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
            END-IF
            PERFORM EVALUA-COLEGIATURAS
            PERFORM CAPTURA-GEN-TIMESTAMP
            STRING "RESULTAD." WS-GEN-FECHA WS-GEN-HORA ".ERR"
                DELIMITED BY SIZE INTO WS-RESULTERR-FILENAME
            WRITE CALIF-LINE
            MOVE WS-REPORTE-IDENT2-LINE TO CALIF-LINE
            WRITE CALIF-LINE
            MOVE "CALIFCSV" TO WS-DLM-TIPO
            PERFORM ABRE-DELIMITADO
            STRING "CURSO;ALUMNOS;A;B;C;D;F;INCOMPLETOS;PROMEDIO"
                DELIMITED BY SIZE INTO WS-DLM-RENGLON
            PERFORM ESCRIBE-TITULOS-DLM
            MOVE WS-ESC-ORIGEN TO WS-EN-ORIGEN
            MOVE WS-ESCALA-NOTA-LINE TO CALIF-LINE
            WRITE CALIF-LINE
            DISPLAY "ESCALA APLICADA: " WS-ESC-ORIGEN
            OPEN INPUT RESULTADOS-FILE
            IF WS-RESULTADOS-STATUS = "35" AND WS-CC-COUNT = 0
                DISPLAY "RESULTAD.DAT NO ENCONTRADO, REPORTE VACIO"
            ELSE
                SORT SORT-TRABAJO
                END-IF
            END-IF
            PERFORM ESCRIBE-RESUMEN-GLOBAL
            PERFORM ESCRIBE-COLEGIATURAS-VENCIDAS
            CLOSE CALIF-REPORT
            CLOSE RESULTADOS-ERROR-LOG
            MOVE "CALIF" TO WS-RC-TIPO
            MOVE WS-CALIF-FILENAME TO WS-RC-ARCHIVO
            MOVE WS-GLOBAL-ALUMNOS TO WS-RC-REGS
            PERFORM REGISTRA-GENERACION
            PERFORM CIERRA-DELIMITADO
            MOVE "RESULTAD" TO WS-RC-TIPO
            MOVE WS-RESULTERR-FILENAME TO WS-RC-ARCHIVO
            MOVE WS-CONT-ERRORES TO WS-RC-REGS
            STOP RUN.

       CARGA-RESULTADOS.
            IF WS-RESULTADOS-STATUS = "35"
                DISPLAY "RESULTAD.DAT NO ENCONTRADO, SOLO CURSOS POR "
                    "COMPONENTES"
            ELSE
                PERFORM UNTIL WS-EOF
                    READ RESULTADOS-FILE
                        AT END
                            SET WS-EOF TO TRUE
                        NOT AT END
                            PERFORM VALIDA-RESULTADO
                    END-READ
                END-PERFORM
                CLOSE RESULTADOS-FILE
            END-IF
            PERFORM CALCULA-POR-COMPONENTES.

       VALIDA-RESULTADO.
            MOVE RES-CURSO TO WS-CMP-CURSO-BUSCADO
            PERFORM SUMA-PESOS-CURSO
            IF WS-CMP-PONDERADO
                ADD 1 TO WS-CONT-DIRECTAS-IGNORADAS
                EXIT PARAGRAPH
            END-IF
            MOVE RES-ALUMNO TO WS-VAL-ALUMNO
            MOVE RES-CURSO TO WS-VAL-CURSO
            PERFORM VALIDA-IDENTIDAD-ALUMNO
            PERFORM VALIDA-CURSO-INSCRIPCION
            IF RES-ALUMNO = SPACES
                WRITE ERROR-LINE
                DISPLAY "REGISTRO RECHAZADO: " RESULTADO-RECORD
            ELSE
                MOVE SPACES TO SORT-REGISTRO
                MOVE RES-CURSO TO SR-CURSO
                MOVE RES-ALUMNO TO SR-ALUMNO
                MOVE RES-SCORE TO SR-SCORE
                RELEASE SORT-REGISTRO
            END-IF.

      * CADA PAREJA ALUMNO-CURSO DE UN CURSO PONDERADO SE CALIFICA
      * UNA VEZ CON TODOS SUS COMPONENTES, EN EL ORDEN DEL CATALOGO
       CALCULA-POR-COMPONENTES.
            PERFORM VARYING WS-CC-PAR FROM 1 BY 1
                    UNTIL WS-CC-PAR > WS-CC-COUNT
                IF WS-CC-USADA(WS-CC-PAR) = "N"
                    PERFORM CALCULA-ALUMNO-COMPONENTES
                END-IF
            END-PERFORM.

       CALCULA-ALUMNO-COMPONENTES.
            MOVE WS-CC-ALUMNO(WS-CC-PAR) TO WS-VAL-ALUMNO
            MOVE WS-CC-CURSO(WS-CC-PAR) TO WS-VAL-CURSO
            PERFORM MARCA-PAREJA-USADA
            MOVE WS-VAL-CURSO TO WS-CMP-CURSO-BUSCADO
            PERFORM SUMA-PESOS-CURSO
            IF NOT WS-CMP-PONDERADO
                EXIT PARAGRAPH
            END-IF
            PERFORM VALIDA-IDENTIDAD-ALUMNO
            PERFORM VALIDA-CURSO-INSCRIPCION
            IF NOT WS-ALU-HALLADO
                    OR NOT WS-CURSO-OK
                    OR NOT WS-INSCRITO
                ADD 1 TO WS-CONT-ERRORES
                MOVE WS-VAL-ALUMNO TO WS-E-ALUMNO
                MOVE WS-VAL-CURSO TO WS-E-CURSO
                MOVE "CMP" TO WS-E-VALOR
                MOVE WS-ERROR-DETALLE TO ERROR-LINE
                WRITE ERROR-LINE
                DISPLAY "COMPONENTES RECHAZADOS: " WS-VAL-ALUMNO " "
                    WS-VAL-CURSO
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO SORT-REGISTRO
            MOVE WS-VAL-CURSO TO SR-CURSO
            MOVE WS-VAL-ALUMNO TO SR-ALUMNO
            MOVE WS-VAL-ALUMNO TO WS-CC-ALUMNO-BUSCADO
            MOVE WS-VAL-CURSO TO WS-CC-CURSO-BUSCADO
            MOVE 0 TO WS-PONDERADA
            MOVE 0 TO WS-COMP-K
            MOVE 0 TO WS-COMP-FALTAN
            PERFORM VARYING WS-CMP-J FROM 1 BY 1
                    UNTIL WS-CMP-J > WS-CMP-COUNT
                IF WS-CMP-CURSO(WS-CMP-J) = WS-VAL-CURSO
                        AND WS-COMP-K < 5
                    ADD 1 TO WS-COMP-K
                    MOVE WS-CMP-CODIGO(WS-CMP-J) TO WS-CC-COMP-BUSCADO
                    PERFORM BUSCA-CALIF-COMPONENTE
                    IF WS-CC-INDICE = 0
                        MOVE "---" TO SR-COMP-SCORE(WS-COMP-K)
                        ADD 1 TO WS-COMP-FALTAN
                    ELSE
                        MOVE WS-CC-SCORE(WS-CC-INDICE) TO
                            SR-COMP-SCORE(WS-COMP-K)
                        COMPUTE WS-PONDERADA = WS-PONDERADA +
                            WS-CC-SCORE(WS-CC-INDICE) *
                            WS-CMP-PESO(WS-CMP-J)
                    END-IF
                END-IF
            END-PERFORM
            IF WS-COMP-FALTAN > 0
                MOVE "I" TO SR-ESTADO
                MOVE 0 TO SR-SCORE
            ELSE
                MOVE "P" TO SR-ESTADO
                COMPUTE SR-SCORE ROUNDED = WS-PONDERADA / 100
            END-IF
            RELEASE SORT-REGISTRO.

       MARCA-PAREJA-USADA.
            PERFORM VARYING WS-CC-I FROM WS-CC-PAR BY 1
                    UNTIL WS-CC-I > WS-CC-COUNT
                IF WS-CC-ALUMNO(WS-CC-I) = WS-VAL-ALUMNO
                        AND WS-CC-CURSO(WS-CC-I) = WS-VAL-CURSO
                    MOVE "Y" TO WS-CC-USADA(WS-CC-I)
                END-IF
            END-PERFORM.

       ESCRIBE-CALIFICACIONES.
            PERFORM UNTIL WS-FIN-SORT
                RETURN SORT-TRABAJO
                END-PERFORM
                MOVE 0 TO WS-CURSO-SUMA
                MOVE 0 TO WS-CURSO-ALUMNOS
                MOVE 0 TO WS-CURSO-INCOMPLETOS
                MOVE 0 TO WS-VISTO-COUNT
                MOVE SR-CURSO TO WS-CH-CURSO
                MOVE WS-CURSO-HEADER-LINE TO CALIF-LINE
                MOVE SR-ALUMNO TO
                    WS-VISTO-ALUMNO(WS-VISTO-COUNT)
            END-IF
            IF SR-ESTADO = "I"
                PERFORM ESCRIBE-INCOMPLETO
                EXIT PARAGRAPH
            END-IF
            MOVE SR-SCORE TO RESULTADO
            PERFORM CALIFICA-RESULTADO
            PERFORM CUENTA-LETRA
            MOVE WS-ALU-NOMBRE-HALLADO TO WS-D-NOMBRE
            MOVE SR-SCORE TO WS-D-SCORE
            MOVE CALIFICACION TO WS-D-LETRA
            MOVE SPACES TO WS-D-ESTADO
            MOVE SPACES TO WS-D-VENCIDA
            PERFORM SUMA-VENCIDO-ALUMNO
            IF WS-VENCIDO-ALUMNO > 0
                MOVE "COLEG VENCIDA" TO WS-D-VENCIDA
            END-IF
            MOVE WS-DETALLE-LINE TO CALIF-LINE
            WRITE CALIF-LINE
            IF SR-ESTADO = "P"
                PERFORM ESCRIBE-DESGLOSE
            END-IF
            PERFORM PERSISTE-HISTORIA.

      * SIN TODOS SUS COMPONENTES NO HAY LETRA: NO CUENTA EN LA
      * DISTRIBUCION NI EN EL PROMEDIO Y NO PASA AL HISTORIAL
       ESCRIBE-INCOMPLETO.
            ADD 1 TO WS-CURSO-INCOMPLETOS
            ADD 1 TO WS-GLOBAL-INCOMPLETOS
            MOVE SR-ALUMNO TO WS-D-ALUMNO
            MOVE SR-ALUMNO TO WS-ALU-BUSCADO
            PERFORM BUSCA-ALUMNO
            MOVE WS-ALU-NOMBRE-HALLADO TO WS-D-NOMBRE
            MOVE "---" TO WS-D-SCORE-X
            MOVE SPACE TO WS-D-LETRA
            MOVE "INCOMPLETO" TO WS-D-ESTADO
            MOVE SPACES TO WS-D-VENCIDA
            PERFORM SUMA-VENCIDO-ALUMNO
            IF WS-VENCIDO-ALUMNO > 0
                MOVE "COLEG VENCIDA" TO WS-D-VENCIDA
            END-IF
            MOVE WS-DETALLE-LINE TO CALIF-LINE
            WRITE CALIF-LINE
            PERFORM ESCRIBE-DESGLOSE.

      * DESGLOSE: CODIGO, CALIFICACION (--- SI FALTA) Y PESO DE CADA
      * COMPONENTE DEL CURSO
       ESCRIBE-DESGLOSE.
            MOVE SPACES TO WS-DESGLOSE-LINE
            MOVE 0 TO WS-COMP-K
            PERFORM VARYING WS-CMP-J FROM 1 BY 1
                    UNTIL WS-CMP-J > WS-CMP-COUNT
                IF WS-CMP-CURSO(WS-CMP-J) = SR-CURSO
                        AND WS-COMP-K < 5
                    ADD 1 TO WS-COMP-K
                    MOVE WS-CMP-CODIGO(WS-CMP-J) TO
                        WS-DG-CODIGO(WS-COMP-K)
                    MOVE SR-COMP-SCORE(WS-COMP-K) TO
                        WS-DG-SCORE(WS-COMP-K)
                    MOVE "/" TO WS-DG-SEP2(WS-COMP-K)
                    MOVE WS-CMP-PESO(WS-CMP-J) TO
                        WS-DG-PESO(WS-COMP-K)
                    MOVE "%" TO WS-DG-SEP3(WS-COMP-K)
                END-IF
            END-PERFORM
            MOVE WS-DESGLOSE-LINE TO CALIF-LINE
            WRITE CALIF-LINE.

       PERSISTE-HISTORIA.
            OPEN EXTEND HISTCAL-FILE
            IF WS-HCAL-STATUS = "05" OR WS-HCAL-STATUS = "35"
                SET WS-ALU-HALLADO TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-VAL-ALUMNO TO WS-ALU-BUSCADO
            PERFORM BUSCA-ALUMNO
            IF NOT WS-ALU-HALLADO
                MOVE "RES-ALUMNO" TO WS-ERR-CAMPO-NOMBRE
                MOVE WS-VAL-ALUMNO TO WS-ERR-CAMPO-VALOR
                PERFORM REGISTRA-RECHAZO
            END-IF.

                PERFORM VARYING WS-CUR-I FROM 1 BY 1
                        UNTIL WS-CUR-I > WS-CUR-COUNT
                            OR WS-CURSO-OK
                    IF WS-C-CODIGO(WS-CUR-I) = WS-VAL-CURSO
                        SET WS-CURSO-OK TO TRUE
                    END-IF
                END-PERFORM
                IF NOT WS-CURSO-OK
                    MOVE "RES-CURSO" TO WS-ERR-CAMPO-NOMBRE
                    MOVE WS-VAL-CURSO TO WS-ERR-CAMPO-VALOR
                    PERFORM REGISTRA-RECHAZO
                END-IF
            END-IF
                PERFORM VARYING WS-INS-I FROM 1 BY 1
                        UNTIL WS-INS-I > WS-INS-COUNT
                            OR WS-INSCRITO
                    IF WS-N-ALUMNO(WS-INS-I) = WS-VAL-ALUMNO
                            AND WS-N-CURSO(WS-INS-I) = WS-VAL-CURSO
                        SET WS-INSCRITO TO TRUE
                    END-IF
                END-PERFORM
                IF NOT WS-INSCRITO
                    MOVE "INSCRIPCION" TO WS-ERR-CAMPO-NOMBRE
                    MOVE WS-VAL-ALUMNO TO WS-ERR-CAMPO-VALOR
                    PERFORM REGISTRA-RECHAZO
                END-IF
            END-IF.
                                    WS-N-ALUMNO(WS-INS-COUNT)
                                MOVE IN-CURSO TO
                                    WS-N-CURSO(WS-INS-COUNT)
                                PERFORM CARGA-FACTURA-INSCRIPCION
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INSCRIP-FILE
            END-IF.

       CARGA-FACTURA-INSCRIPCION.
            MOVE SPACES TO WS-N-CLIENTE(WS-INS-COUNT)
            MOVE SPACES TO WS-N-REFERENCIA(WS-INS-COUNT)
            MOVE SPACES TO WS-N-CIA(WS-INS-COUNT)
            MOVE 0 TO WS-N-VENCIDO(WS-INS-COUNT)
            IF IN-FECHA-CARGO IS NUMERIC
                    AND IN-FECHA-CARGO > 0
                MOVE IN-CLIENTE-ID TO WS-N-CLIENTE(WS-INS-COUNT)
                MOVE IN-REFERENCIA TO WS-N-REFERENCIA(WS-INS-COUNT)
                MOVE IN-COMPANIA TO WS-N-CIA(WS-INS-COUNT)
                IF IN-COMPANIA = SPACES
                    MOVE "01" TO WS-N-CIA(WS-INS-COUNT)
                END-IF
            END-IF.

      * CADA INSCRIPCION FACTURADA SE BUSCA EN ABIERTAS.DAT POR SU
      * REFERENCIA; SIN EL ARCHIVO NO HAY SALDO QUE EVALUAR
       EVALUA-COLEGIATURAS.
            MOVE 0 TO WS-CONT-VENCIDAS
            MOVE 0 TO WS-MONTO-VENCIDO
            IF WS-INS-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM CARGA-PARTIDAS
            IF WS-PA-SIN-ARCHIVO
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-INS-I FROM 1 BY 1
                    UNTIL WS-INS-I > WS-INS-COUNT
                IF WS-N-REFERENCIA(WS-INS-I) NOT = SPACES
                    PERFORM EVALUA-PARTIDA-INSCRIPCION
                END-IF
            END-PERFORM.

       EVALUA-PARTIDA-INSCRIPCION.
            MOVE WS-N-CLIENTE(WS-INS-I) TO WS-PA-ID-MOV
            MOVE WS-N-CIA(WS-INS-I) TO WS-PA-CIA-MOV
            MOVE WS-N-REFERENCIA(WS-INS-I) TO WS-PA-REF-MOV
            PERFORM BUSCA-PARTIDA
            IF NOT WS-PA-HALLADA
                EXIT PARAGRAPH
            END-IF
            IF WS-PA-SALDO(WS-PA-INDICE) NOT > 0
                    OR WS-PA-FECHA(WS-PA-INDICE) = 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DIAS-VENCIDO =
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) -
                FUNCTION INTEGER-OF-DATE(WS-PA-FECHA(WS-PA-INDICE))
            IF WS-DIAS-VENCIDO > 60
                MOVE WS-PA-SALDO(WS-PA-INDICE) TO
                    WS-N-VENCIDO(WS-INS-I)
                ADD 1 TO WS-CONT-VENCIDAS
                ADD WS-PA-SALDO(WS-PA-INDICE) TO WS-MONTO-VENCIDO
            END-IF.

       SUMA-VENCIDO-ALUMNO.
            MOVE 0 TO WS-VENCIDO-ALUMNO
            IF WS-CONT-VENCIDAS = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-INS-I FROM 1 BY 1
                    UNTIL WS-INS-I > WS-INS-COUNT
                IF WS-N-ALUMNO(WS-INS-I) = SR-ALUMNO
                    ADD WS-N-VENCIDO(WS-INS-I) TO WS-VENCIDO-ALUMNO
                END-IF
            END-PERFORM.

       ESCRIBE-COLEGIATURAS-VENCIDAS.
            IF WS-CONT-VENCIDAS = 0
                EXIT PARAGRAPH
            END-IF
            MOVE "=== ALUMNOS CON COLEGIATURA VENCIDA A MAS DE 60 DIAS"
                TO CALIF-LINE
            WRITE CALIF-LINE
            PERFORM VARYING WS-INS-I FROM 1 BY 1
                    UNTIL WS-INS-I > WS-INS-COUNT
                IF WS-N-VENCIDO(WS-INS-I) > 0
                    MOVE WS-N-ALUMNO(WS-INS-I) TO WS-VE-ALUMNO
                    MOVE WS-N-ALUMNO(WS-INS-I) TO WS-ALU-BUSCADO
                    PERFORM BUSCA-ALUMNO
                    MOVE WS-ALU-NOMBRE-HALLADO TO WS-VE-NOMBRE
                    MOVE WS-N-CURSO(WS-INS-I) TO WS-VE-CURSO
                    MOVE WS-N-CLIENTE(WS-INS-I) TO WS-VE-CLIENTE
                    MOVE WS-N-REFERENCIA(WS-INS-I) TO
                        WS-VE-REFERENCIA
                    MOVE WS-N-VENCIDO(WS-INS-I) TO WS-VE-SALDO
                    MOVE WS-VENCIDA-LINE TO CALIF-LINE
                    WRITE CALIF-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO CALIF-LINE
            MOVE WS-MONTO-VENCIDO TO WS-VE-SALDO
            STRING "COLEGIATURAS VENCIDAS: " WS-CONT-VENCIDAS
                " SALDO: " WS-VE-SALDO
                DELIMITED BY SIZE INTO CALIF-LINE
            WRITE CALIF-LINE
            DISPLAY "COLEGIATURAS VENCIDAS A MAS DE 60 DIAS: "
                WS-CONT-VENCIDAS.

       CUENTA-LETRA.
            EVALUATE CALIFICACION
                WHEN "A"
            MOVE WS-CL-CONT(3) TO WS-DI-C
            MOVE WS-CL-CONT(4) TO WS-DI-D
            MOVE WS-CL-CONT(5) TO WS-DI-F
            MOVE WS-CURSO-INCOMPLETOS TO WS-DI-INC
            IF WS-CURSO-ALUMNOS > 0
                COMPUTE WS-PROMEDIO ROUNDED =
                    WS-CURSO-SUMA / WS-CURSO-ALUMNOS
            MOVE WS-PROMEDIO TO WS-DI-PROM
            MOVE WS-DISTRIB-LINE TO CALIF-LINE
            WRITE CALIF-LINE
            PERFORM ESCRIBE-CURSO-DLM
            PERFORM LISTA-SIN-CALIFICACION.

      * EL RESUMEN DEL CURSO EN EL ARCHIVO DELIMITADO
       ESCRIBE-CURSO-DLM.
            MOVE WS-CURSO-ACTUAL TO WS-DLM-CAMPO
            PERFORM AGREGA-TEXTO-DLM
            MOVE WS-CURSO-ALUMNOS TO WS-DLM-ENTERO
            PERFORM AGREGA-ENTERO-DLM
            PERFORM VARYING WS-LETRA-IDX FROM 1 BY 1
                    UNTIL WS-LETRA-IDX > 5
                MOVE WS-CL-CONT(WS-LETRA-IDX) TO WS-DLM-ENTERO
                PERFORM AGREGA-ENTERO-DLM
            END-PERFORM
            MOVE WS-CURSO-INCOMPLETOS TO WS-DLM-ENTERO
            PERFORM AGREGA-ENTERO-DLM
            MOVE WS-PROMEDIO TO WS-DLM-IMPORTE
            PERFORM AGREGA-IMPORTE-DLM
            PERFORM ESCRIBE-RENGLON-DLM.

      * LOS INSCRITOS DEL CURSO SIN CALIFICACION EN LA CORRIDA SON
      * EXACTAMENTE LO QUE LA OFICINA ACADEMICA DEBE PERSEGUIR
       LISTA-SIN-CALIFICACION.
            MOVE WS-GL-CONT(3) TO WS-DI-C
            MOVE WS-GL-CONT(4) TO WS-DI-D
            MOVE WS-GL-CONT(5) TO WS-DI-F
            MOVE WS-GLOBAL-INCOMPLETOS TO WS-DI-INC
            IF WS-GLOBAL-ALUMNOS > 0
                COMPUTE WS-PROMEDIO ROUNDED =
                    WS-GLOBAL-SUMA / WS-GLOBAL-ALUMNOS
            MOVE WS-PROMEDIO TO WS-DI-PROM
            MOVE WS-DISTRIB-LINE TO CALIF-LINE
            WRITE CALIF-LINE
            IF WS-CONT-DIRECTAS-IGNORADAS > 0
                MOVE SPACES TO CALIF-LINE
                STRING "CALIFICACIONES DIRECTAS IGNORADAS (CURSO POR "
                    "COMPONENTES): " WS-CONT-DIRECTAS-IGNORADAS
                    DELIMITED BY SIZE INTO CALIF-LINE
                WRITE CALIF-LINE
            END-IF
            DISPLAY "ALUMNOS CALIFICADOS: " WS-GLOBAL-ALUMNOS
                " RECHAZADOS: " WS-CONT-ERRORES
                " INCOMPLETOS: " WS-GLOBAL-INCOMPLETOS.

      * LA ESCALA VIENE DE ESCALA.PRM (MINIMO 9(3) + LETRA POR
      * LINEA, EN ORDEN DESCENDENTE, LA ULTIMA CON MINIMO 000 PARA
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY ALUPROC.
       COPY PAPROC.
       COPY CMPPROC.
       COPY CCPROC.
       COPY DLMPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
