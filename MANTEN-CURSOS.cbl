      *            unknown courses or unenrolled students, and lists
      *            enrolled students with no score so the academic
      *            office can chase the missing results.
      *            Each course carries its tuition fee and the last
      *            date a drop is still refunded. COLEGIATURAS bills
      *            every enrollment once to the student's paying
      *            customer and stamps the enrollment with date,
      *            customer, amount and open-item reference; dropping
      *            a billed enrollment on or before the course cutoff
      *            (business date) appends the refund abono for that
      *            item to TRANSACC.DAT (TRAP copybooks).
      *            Option P maintains each course's assessment
      *            components (COMPONEN.DAT, up to five, with weights
      *            in percent). A course whose weights add up to 100
      *            is graded from the component scores captured by
      *            CAPTURA-COMPONENTES instead of RESULTAD.DAT.
      *            A course may carry a seat limit (zero = no limit).
      *            Enrolling in a full course puts the student on the
      *            course's waitlist (ESPERA.DAT, kept in request
      *            order); when a seat frees up - a drop or a raised
      *            limit - the first active student waiting is
      *            enrolled and the promotion is logged in AUDIT.LOG.
      *            Option O writes OCUPA.yyyymmddhhmmss.RPT with the
      *            limit, enrolled, waitlisted and fill rate of every
      *            course grouped by term, and catalogues it.
      *            Each refund is also journalled (type RC, tuition
      *            income against the credits bridge) through the
      *            PZ copybooks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT INSCRIP-FILE ASSIGN TO "INSCRIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT TRANSACCIONES ASSIGN TO "TRANSACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ESPERA-FILE ASSIGN TO "ESPERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESP-STATUS.
           SELECT OCUPA-REPORT ASSIGN TO DYNAMIC WS-OCUPA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCUREP-STATUS.
           COPY TRAPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY ALUSEL.
           COPY CMPSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY PZSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CURSOS-FILE.
           05  CU-CODIGO           PIC X(6).
           05  CU-TITULO           PIC X(30).
           05  CU-PERIODO          PIC X(6).
           05  CU-COLEGIATURA      PIC 9(5)V99.
           05  CU-FECHA-CORTE      PIC 9(8).
      * CUPO MAXIMO DE INSCRITOS; CERO O BLANCO ES SIN LIMITE
           05  CU-CUPO             PIC 9(4).

      * LA INSCRIPCION FACTURADA GUARDA FECHA, CLIENTE, MONTO,
      * REFERENCIA DE PARTIDA Y COMPANIA DEL CARGO; FECHA EN CEROS
      * ES INSCRIPCION AUN NO FACTURADA
       FD  INSCRIP-FILE.
       01  INSCRIP-RECORD.
           05  IN-ALUMNO           PIC X(8).
           05  IN-CURSO            PIC X(6).
           05  IN-FECHA-CARGO      PIC 9(8).
           05  IN-CLIENTE-ID       PIC X(6).
           05  IN-MONTO            PIC 9(5)V99.
           05  IN-REFERENCIA       PIC X(10).
           05  IN-COMPANIA         PIC X(2).

       FD  TRANSACCIONES.
       01  TRANS-RECORD.
           05  TRANS-FECHA         PIC 9(8).
           05  TRANS-TIPO          PIC X.
           05  TRANS-CLIENTE-ID    PIC X(6).
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

      * LISTA DE ESPERA DE CURSOS LLENOS EN ORDEN DE SOLICITUD
       FD  ESPERA-FILE.
       01  ESPERA-RECORD.
           05  ES-ALUMNO           PIC X(8).
           05  ES-CURSO            PIC X(6).
           05  ES-FECHA            PIC 9(8).

       FD  OCUPA-REPORT.
       01  OCUPA-LINE              PIC X(80).

       COPY TRAPFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY ALUFD.
       COPY CMPFD.
       COPY CIAFD.
       COPY FECFD.
       COPY AUDITFD.
       COPY ERRFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY ERRWS.
       COPY ALUWS.
       COPY CMPWS.
       COPY FECWS.
       COPY CIAWS.
       COPY GENTSWS.
       COPY TRAPWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY PZWS.

       01  WS-CUR-STATUS           PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-INS-STATUS           PIC XX.
       01  WS-ESP-STATUS           PIC XX.
       01  WS-OCUREP-STATUS        PIC XX.
       01  WS-OCUPA-FILENAME       PIC X(40).
       01  WS-EOF-ESP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-ESP          VALUE "Y".
       01  WS-EOF-CUR-SWITCH       PIC X VALUE "N".
           88  WS-EOF-CUR          VALUE "Y".
       01  WS-EOF-INS-SWITCH       PIC X VALUE "N".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-MIEMBROS         VALUE "M" "m".
           88  WS-COMPONENTES      VALUE "P" "p".
           88  WS-OCUPACION        VALUE "O" "o".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CODIGO               PIC X(6).
       01  WS-TITULO               PIC X(30).
       01  WS-PERIODO              PIC X(6).
       01  WS-COLEGIATURA-TXT      PIC X(7).
       01  WS-COLEGIATURA-NUM REDEFINES WS-COLEGIATURA-TXT
                                   PIC 9(5)V99.
       01  WS-CORTE-TXT            PIC X(8).
       01  WS-CORTE-NUM REDEFINES WS-CORTE-TXT PIC 9(8).
       01  WS-ALUMNO-ID            PIC X(8).
       01  WS-INDICE               PIC 9(4) VALUE 0.
       01  WS-INS-ELEGIDA          PIC 9(4) VALUE 0.
       01  WS-COMP-CODIGO          PIC X(4).
       01  WS-COMP-NOMBRE          PIC X(20).
       01  WS-PESO-TXT             PIC X(3).
       01  WS-PESO-NUM REDEFINES WS-PESO-TXT PIC 9(3).
       01  WS-CUPO-TXT             PIC X(4).
       01  WS-CUPO-NUM REDEFINES WS-CUPO-TXT PIC 9(4).
       01  WS-CUR-ELEGIDO          PIC 9(4) VALUE 0.
       01  WS-ESP-ELEGIDA          PIC 9(4) VALUE 0.
       01  WS-CONT-INSCRITOS       PIC 9(4) VALUE 0.
       01  WS-CONT-ESPERA          PIC 9(4) VALUE 0.
       01  WS-PROMUEVE-SWITCH      PIC X VALUE "N".
           88  WS-PROMUEVE-FIN     VALUE "Y".

       01  WS-CUR-COUNT            PIC 9(3) VALUE 0.
       01  WS-CURSOS-TABLE.
               10  WS-C-CODIGO     PIC X(6).
               10  WS-C-TITULO     PIC X(30).
               10  WS-C-PERIODO    PIC X(6).
               10  WS-C-COLEGIATURA PIC 9(5)V99.
               10  WS-C-CORTE      PIC 9(8).
               10  WS-C-CUPO       PIC 9(4).

       01  WS-INS-COUNT            PIC 9(4) VALUE 0.
       01  WS-INSCRIP-TABLE.
                   INDEXED BY WS-INX.
               10  WS-N-ALUMNO     PIC X(8).
               10  WS-N-CURSO      PIC X(6).
               10  WS-N-FECHA-CARGO PIC 9(8).
               10  WS-N-CLIENTE    PIC X(6).
               10  WS-N-MONTO      PIC 9(5)V99.
               10  WS-N-REFERENCIA PIC X(10).
               10  WS-N-CIA        PIC X(2).

       01  WS-ESP-COUNT            PIC 9(4) VALUE 0.
       01  WS-ESPERA-TABLE.
           05  WS-ESP-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-ESP-COUNT
                   INDEXED BY WS-ESX.
               10  WS-E-ALUMNO     PIC X(8).
               10  WS-E-CURSO      PIC X(6).
               10  WS-E-FECHA      PIC 9(8).

      * REPORTE DE OCUPACION: UN BLOQUE POR PERIODO, EN ORDEN
       01  WS-PER-ANTERIOR         PIC X(6).
       01  WS-PER-SIGUIENTE        PIC X(6).
       01  WS-PER-CUPO             PIC 9(6) VALUE 0.
       01  WS-PER-INSCRITOS-LIM    PIC 9(6) VALUE 0.
       01  WS-PER-INSCRITOS        PIC 9(6) VALUE 0.
       01  WS-PER-ESPERA           PIC 9(6) VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(4) VALUE 0.
       01  WS-PORCENTAJE           PIC 9(3) VALUE 0.

       01  WS-OCUPA-TITULO.
           05  FILLER              PIC X(33) VALUE "CURSO  TITULO".
           05  FILLER              PIC X(40) VALUE
               "  CUPO  INSCRITOS  EN ESPERA  OCUPACION".

       01  WS-OCUPA-DETALLE.
           05  WS-O-CODIGO         PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-O-TITULO         PIC X(25).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-O-CUPO           PIC X(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  WS-O-INSCRITOS      PIC ZZZZZ9.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-O-ESPERA         PIC ZZZZZ9.
           05  FILLER              PIC X(7) VALUE SPACES.
           05  WS-O-OCUPACION.
               10  WS-O-PORCENTAJE PIC ZZ9.
               10  WS-O-SIGNO      PIC X.
           05  WS-O-OCUPACION-TXT REDEFINES WS-O-OCUPACION
                                   PIC X(4).
       01  WS-O-CUPO-ED            PIC ZZZZZ9.

       PROCEDURE DIVISION.
           MAIN.
               MOVE "MANTCURSOS" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM ABRE-POLIZA
               PERFORM CARGA-ALUMNOS
               PERFORM CARGA-CURSOS
               PERFORM CARGA-INSCRIPCIONES
               PERFORM CARGA-COMPONENTES
               PERFORM CARGA-ESPERA
               PERFORM UNTIL WS-FIN
                   DISPLAY "C-CURSO ALTA/CAMBIO  I-INSCRIBE  "
                       "B-BAJA INSCRIPCION  L-CURSOS  "
                       "M-INSCRITOS  P-COMPONENTES  O-OCUPACION  "
                       "S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-CURSO
                           PERFORM LISTA-CURSOS
                       WHEN WS-MIEMBROS
                           PERFORM LISTA-INSCRITOS
                       WHEN WS-COMPONENTES
                           PERFORM MANTIENE-COMPONENTES
                       WHEN WS-OCUPACION
                           PERFORM REPORTE-OCUPACION
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
               END-PERFORM
               PERFORM GRABA-CURSOS
               PERFORM GRABA-INSCRIPCIONES
               PERFORM GRABA-COMPONENTES
               PERFORM GRABA-ESPERA
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

                                       WS-C-TITULO(WS-CUX)
                                   MOVE CU-PERIODO TO
                                       WS-C-PERIODO(WS-CUX)
                                   MOVE 0 TO WS-C-COLEGIATURA(WS-CUX)
                                   MOVE 0 TO WS-C-CORTE(WS-CUX)
                                   MOVE 0 TO WS-C-CUPO(WS-CUX)
                                   IF CU-COLEGIATURA IS NUMERIC
                                       MOVE CU-COLEGIATURA TO
                                           WS-C-COLEGIATURA(WS-CUX)
                                   END-IF
                                   IF CU-FECHA-CORTE IS NUMERIC
                                       MOVE CU-FECHA-CORTE TO
                                           WS-C-CORTE(WS-CUX)
                                   END-IF
                                   IF CU-CUPO IS NUMERIC
                                       MOVE CU-CUPO TO
                                           WS-C-CUPO(WS-CUX)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE WS-C-CODIGO(WS-CUX) TO CU-CODIGO
                   MOVE WS-C-TITULO(WS-CUX) TO CU-TITULO
                   MOVE WS-C-PERIODO(WS-CUX) TO CU-PERIODO
                   MOVE WS-C-COLEGIATURA(WS-CUX) TO CU-COLEGIATURA
                   MOVE WS-C-CORTE(WS-CUX) TO CU-FECHA-CORTE
                   MOVE WS-C-CUPO(WS-CUX) TO CU-CUPO
                   WRITE CURSO-RECORD
               END-PERFORM
               CLOSE CURSOS-FILE.
                                       WS-N-ALUMNO(WS-INX)
                                   MOVE IN-CURSO TO
                                       WS-N-CURSO(WS-INX)
                                   PERFORM CARGA-FACTURA-INSCRIPCION
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO INSCRIP-RECORD
                   MOVE WS-N-ALUMNO(WS-INX) TO IN-ALUMNO
                   MOVE WS-N-CURSO(WS-INX) TO IN-CURSO
                   MOVE WS-N-FECHA-CARGO(WS-INX) TO IN-FECHA-CARGO
                   MOVE WS-N-CLIENTE(WS-INX) TO IN-CLIENTE-ID
                   MOVE WS-N-MONTO(WS-INX) TO IN-MONTO
                   MOVE WS-N-REFERENCIA(WS-INX) TO IN-REFERENCIA
                   MOVE WS-N-CIA(WS-INX) TO IN-COMPANIA
                   WRITE INSCRIP-RECORD
               END-PERFORM
               CLOSE INSCRIP-FILE.

           CARGA-ESPERA.
               MOVE 0 TO WS-ESP-COUNT
               MOVE "N" TO WS-EOF-ESP-SWITCH
               OPEN INPUT ESPERA-FILE
               IF WS-ESP-STATUS = "00"
                   PERFORM UNTIL WS-EOF-ESP
                       READ ESPERA-FILE
                           AT END
                               SET WS-EOF-ESP TO TRUE
                           NOT AT END
                               IF WS-ESP-COUNT < 2000
                                       AND ES-ALUMNO NOT = SPACES
                                   ADD 1 TO WS-ESP-COUNT
                                   SET WS-ESX TO WS-ESP-COUNT
                                   MOVE ES-ALUMNO TO
                                       WS-E-ALUMNO(WS-ESX)
                                   MOVE ES-CURSO TO
                                       WS-E-CURSO(WS-ESX)
                                   MOVE 0 TO WS-E-FECHA(WS-ESX)
                                   IF ES-FECHA IS NUMERIC
                                       MOVE ES-FECHA TO
                                           WS-E-FECHA(WS-ESX)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ESPERA-FILE
               END-IF.

           GRABA-ESPERA.
               OPEN OUTPUT ESPERA-FILE
               PERFORM VARYING WS-ESX FROM 1 BY 1
                       UNTIL WS-ESX > WS-ESP-COUNT
                   MOVE WS-E-ALUMNO(WS-ESX) TO ES-ALUMNO
                   MOVE WS-E-CURSO(WS-ESX) TO ES-CURSO
                   MOVE WS-E-FECHA(WS-ESX) TO ES-FECHA
                   WRITE ESPERA-RECORD
               END-PERFORM
               CLOSE ESPERA-FILE.

      * UNA INSCRIPCION ANTERIOR A LA FACTURACION NO TRAE LOS DATOS
      * DEL CARGO Y QUEDA COMO NO FACTURADA
           CARGA-FACTURA-INSCRIPCION.
               MOVE 0 TO WS-N-FECHA-CARGO(WS-INX)
               MOVE 0 TO WS-N-MONTO(WS-INX)
               MOVE IN-CLIENTE-ID TO WS-N-CLIENTE(WS-INX)
               MOVE IN-REFERENCIA TO WS-N-REFERENCIA(WS-INX)
               MOVE IN-COMPANIA TO WS-N-CIA(WS-INX)
               IF IN-FECHA-CARGO IS NUMERIC
                   MOVE IN-FECHA-CARGO TO WS-N-FECHA-CARGO(WS-INX)
               END-IF
               IF IN-MONTO IS NUMERIC
                   MOVE IN-MONTO TO WS-N-MONTO(WS-INX)
               END-IF.

           LOCALIZA-CURSO.
               MOVE 0 TO WS-INDICE
               PERFORM VARYING WS-CUX FROM 1 BY 1
               END-PERFORM
               DISPLAY "PERIODO ACTIVO (AAAAMM, BLANCO = SIEMPRE)"
               ACCEPT WS-PERIODO
               PERFORM WITH TEST AFTER
                       UNTIL WS-COLEGIATURA-TXT IS NUMERIC
                   DISPLAY "COLEGIATURA (7 DIGITOS, 2 DECIMALES "
                       "IMPLICITOS, BLANCO = SIN COBRO)"
                   ACCEPT WS-COLEGIATURA-TXT
                   IF WS-COLEGIATURA-TXT = SPACES
                       MOVE ZEROS TO WS-COLEGIATURA-TXT
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER
                       UNTIL WS-CORTE-TXT IS NUMERIC
                   DISPLAY "ULTIMO DIA DE BAJA CON REEMBOLSO "
                       "(AAAAMMDD, BLANCO = SIN REEMBOLSO)"
                   ACCEPT WS-CORTE-TXT
                   IF WS-CORTE-TXT = SPACES
                       MOVE ZEROS TO WS-CORTE-TXT
                   END-IF
               END-PERFORM
               PERFORM WITH TEST AFTER
                       UNTIL WS-CUPO-TXT IS NUMERIC
                   DISPLAY "CUPO MAXIMO (4 DIGITOS, BLANCO = SIN "
                       "LIMITE)"
                   ACCEPT WS-CUPO-TXT
                   IF WS-CUPO-TXT = SPACES
                       MOVE ZEROS TO WS-CUPO-TXT
                   END-IF
               END-PERFORM
               PERFORM LOCALIZA-CURSO
               IF WS-INDICE > 0
                   SET WS-CUX TO WS-INDICE
                   MOVE WS-TITULO TO WS-C-TITULO(WS-CUX)
                   MOVE WS-PERIODO TO WS-C-PERIODO(WS-CUX)
                   MOVE WS-COLEGIATURA-NUM TO
                       WS-C-COLEGIATURA(WS-CUX)
                   MOVE WS-CORTE-NUM TO WS-C-CORTE(WS-CUX)
                   MOVE WS-CUPO-NUM TO WS-C-CUPO(WS-CUX)
                   DISPLAY "CURSO ACTUALIZADO: " WS-CODIGO
                   PERFORM PROMUEVE-ESPERA
               ELSE
                   IF WS-CUR-COUNT >= 100
                       DISPLAY "TABLA DE CURSOS LLENA"
                       MOVE WS-CODIGO TO WS-C-CODIGO(WS-CUX)
                       MOVE WS-TITULO TO WS-C-TITULO(WS-CUX)
                       MOVE WS-PERIODO TO WS-C-PERIODO(WS-CUX)
                       MOVE WS-COLEGIATURA-NUM TO
                           WS-C-COLEGIATURA(WS-CUX)
                       MOVE WS-CORTE-NUM TO WS-C-CORTE(WS-CUX)
                       MOVE WS-CUPO-NUM TO WS-C-CUPO(WS-CUX)
                       DISPLAY "CURSO REGISTRADO: " WS-CODIGO
                   END-IF
               END-IF.
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ESX FROM 1 BY 1
                       UNTIL WS-ESX > WS-ESP-COUNT
                   IF WS-E-ALUMNO(WS-ESX) = WS-ALUMNO-ID
                           AND WS-E-CURSO(WS-ESX) = WS-CODIGO
                       DISPLAY "YA ESTA EN LISTA DE ESPERA"
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               MOVE WS-INDICE TO WS-CUR-ELEGIDO
               PERFORM CUENTA-INSCRITOS
               SET WS-CUX TO WS-CUR-ELEGIDO
               IF WS-C-CUPO(WS-CUX) > 0
                       AND WS-CONT-INSCRITOS >= WS-C-CUPO(WS-CUX)
                   PERFORM ANOTA-EN-ESPERA
                   EXIT PARAGRAPH
               END-IF
               IF WS-INS-COUNT >= 2000
                   DISPLAY "TABLA DE INSCRIPCIONES LLENA"
                   EXIT PARAGRAPH
               SET WS-INX TO WS-INS-COUNT
               MOVE WS-ALUMNO-ID TO WS-N-ALUMNO(WS-INX)
               MOVE WS-CODIGO TO WS-N-CURSO(WS-INX)
               MOVE 0 TO WS-N-FECHA-CARGO(WS-INX)
               MOVE SPACES TO WS-N-CLIENTE(WS-INX)
               MOVE 0 TO WS-N-MONTO(WS-INX)
               MOVE SPACES TO WS-N-REFERENCIA(WS-INX)
               MOVE SPACES TO WS-N-CIA(WS-INX)
               DISPLAY "INSCRITO " WS-ALUMNO-ID " EN " WS-CODIGO.

           BAJA-INSCRIPCION.
                   END-IF
               END-PERFORM
               IF WS-INDICE = 0
                   PERFORM RETIRA-DE-ESPERA
               ELSE
                   MOVE WS-INDICE TO WS-INS-ELEGIDA
                   SET WS-INX TO WS-INS-ELEGIDA
                   IF WS-N-FECHA-CARGO(WS-INX) > 0
                       PERFORM REEMBOLSA-COLEGIATURA
                   END-IF
                   MOVE WS-INS-ELEGIDA TO WS-INDICE
                   PERFORM VARYING WS-INX FROM WS-INDICE BY 1
                           UNTIL WS-INX >= WS-INS-COUNT
                       MOVE WS-INS-ENTRY(WS-INX + 1) TO
                   END-PERFORM
                   SUBTRACT 1 FROM WS-INS-COUNT
                   DISPLAY "INSCRIPCION RETIRADA"
                   PERFORM LOCALIZA-CURSO
                   IF WS-INDICE > 0
                       PERFORM PROMUEVE-ESPERA
                   END-IF
               END-IF.

           LISTA-CURSOS.
                       UNTIL WS-CUX > WS-CUR-COUNT
                   DISPLAY "  " WS-C-CODIGO(WS-CUX) " "
                       WS-C-TITULO(WS-CUX) " PERIODO "
                       WS-C-PERIODO(WS-CUX) " COLEGIATURA "
                       WS-C-COLEGIATURA(WS-CUX) " CORTE "
                       WS-C-CORTE(WS-CUX) " CUPO " WS-C-CUPO(WS-CUX)
               END-PERFORM
               DISPLAY "CURSOS REGISTRADOS: " WS-CUR-COUNT.

                           WS-ALU-NOMBRE-HALLADO
                   END-IF
               END-PERFORM
               DISPLAY "INSCRITOS EN " WS-CODIGO ": " WS-INDICE
               MOVE 0 TO WS-INDICE
               PERFORM VARYING WS-ESX FROM 1 BY 1
                       UNTIL WS-ESX > WS-ESP-COUNT
                   IF WS-E-CURSO(WS-ESX) = WS-CODIGO
                       ADD 1 TO WS-INDICE
                       MOVE WS-E-ALUMNO(WS-ESX) TO WS-ALU-BUSCADO
                       PERFORM BUSCA-ALUMNO
                       DISPLAY "  ESPERA " WS-INDICE " "
                           WS-E-ALUMNO(WS-ESX) " "
                           WS-ALU-NOMBRE-HALLADO " DESDE "
                           WS-E-FECHA(WS-ESX)
                   END-IF
               END-PERFORM
               DISPLAY "EN LISTA DE ESPERA: " WS-INDICE.

      * INSCRITOS DEL CURSO EN WS-CUR-ELEGIDO
           CUENTA-INSCRITOS.
               SET WS-CUX TO WS-CUR-ELEGIDO
               MOVE 0 TO WS-CONT-INSCRITOS
               PERFORM VARYING WS-INX FROM 1 BY 1
                       UNTIL WS-INX > WS-INS-COUNT
                   IF WS-N-CURSO(WS-INX) = WS-C-CODIGO(WS-CUX)
                       ADD 1 TO WS-CONT-INSCRITOS
                   END-IF
               END-PERFORM.

      * CURSO LLENO: EL ALUMNO QUEDA AL FINAL DE LA LISTA DE ESPERA
           ANOTA-EN-ESPERA.
               IF WS-ESP-COUNT >= 2000
                   DISPLAY "LISTA DE ESPERA LLENA"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ESP-COUNT
               SET WS-ESX TO WS-ESP-COUNT
               MOVE WS-ALUMNO-ID TO WS-E-ALUMNO(WS-ESX)
               MOVE WS-CODIGO TO WS-E-CURSO(WS-ESX)
               MOVE WS-FECHA-HOY TO WS-E-FECHA(WS-ESX)
               MOVE 0 TO WS-CONT-ESPERA
               PERFORM VARYING WS-ESX FROM 1 BY 1
                       UNTIL WS-ESX > WS-ESP-COUNT
                   IF WS-E-CURSO(WS-ESX) = WS-CODIGO
                       ADD 1 TO WS-CONT-ESPERA
                   END-IF
               END-PERFORM
               DISPLAY "CURSO LLENO (CUPO " WS-C-CUPO(WS-CUX)
                   "): " WS-ALUMNO-ID " EN LISTA DE ESPERA, POSICION "
                   WS-CONT-ESPERA.

      * LA BAJA DE UN ALUMNO QUE SOLO ESTA EN ESPERA LO SACA DE LA LISTA
           RETIRA-DE-ESPERA.
               MOVE 0 TO WS-ESP-ELEGIDA
               PERFORM VARYING WS-ESX FROM 1 BY 1
                       UNTIL WS-ESX > WS-ESP-COUNT
                           OR WS-ESP-ELEGIDA > 0
                   IF WS-E-ALUMNO(WS-ESX) = WS-ALUMNO-ID
                           AND WS-E-CURSO(WS-ESX) = WS-CODIGO
                       SET WS-ESP-ELEGIDA TO WS-ESX
                   END-IF
               END-PERFORM
               IF WS-ESP-ELEGIDA = 0
                   DISPLAY "INSCRIPCION NO EXISTE"
               ELSE
                   PERFORM QUITA-DE-ESPERA
                   DISPLAY "RETIRADO DE LISTA DE ESPERA"
               END-IF.

           QUITA-DE-ESPERA.
               PERFORM VARYING WS-ESX FROM WS-ESP-ELEGIDA BY 1
                       UNTIL WS-ESX >= WS-ESP-COUNT
                   MOVE WS-ESP-ENTRY(WS-ESX + 1) TO
                       WS-ESP-ENTRY(WS-ESX)
               END-PERFORM
               SUBTRACT 1 FROM WS-ESP-COUNT.

      * MIENTRAS EL CURSO EN WS-INDICE TENGA LUGAR, EL PRIMERO EN
      * ESPERA PASA A INSCRITO (SIN FACTURAR) Y SE ANOTA EN AUDIT.LOG;
      * EL QUE YA ESTA DADO DE BAJA COMO ALUMNO SALE DE LA LISTA
           PROMUEVE-ESPERA.
               MOVE WS-INDICE TO WS-CUR-ELEGIDO
               MOVE "N" TO WS-PROMUEVE-SWITCH
               PERFORM UNTIL WS-PROMUEVE-FIN
                   PERFORM CUENTA-INSCRITOS
                   MOVE 0 TO WS-ESP-ELEGIDA
                   PERFORM VARYING WS-ESX FROM 1 BY 1
                           UNTIL WS-ESX > WS-ESP-COUNT
                               OR WS-ESP-ELEGIDA > 0
                       IF WS-E-CURSO(WS-ESX) = WS-C-CODIGO(WS-CUX)
                           SET WS-ESP-ELEGIDA TO WS-ESX
                       END-IF
                   END-PERFORM
                   IF WS-ESP-ELEGIDA = 0
                           OR WS-INS-COUNT >= 2000
                           OR (WS-C-CUPO(WS-CUX) > 0
                               AND WS-CONT-INSCRITOS >=
                                   WS-C-CUPO(WS-CUX))
                       SET WS-PROMUEVE-FIN TO TRUE
                   ELSE
                       PERFORM PROMUEVE-PRIMERO
                   END-IF
               END-PERFORM.

           PROMUEVE-PRIMERO.
               SET WS-ESX TO WS-ESP-ELEGIDA
               MOVE WS-E-ALUMNO(WS-ESX) TO WS-ALU-BUSCADO
               PERFORM BUSCA-ALUMNO
               IF WS-ALU-COUNT > 0 AND NOT WS-ALU-HALLADO
                   DISPLAY "ALUMNO EN BAJA, SALE DE LA LISTA DE "
                       "ESPERA: " WS-E-ALUMNO(WS-ESX)
                   PERFORM QUITA-DE-ESPERA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INS-COUNT
               SET WS-INX TO WS-INS-COUNT
               MOVE WS-E-ALUMNO(WS-ESX) TO WS-N-ALUMNO(WS-INX)
               MOVE WS-E-CURSO(WS-ESX) TO WS-N-CURSO(WS-INX)
               MOVE 0 TO WS-N-FECHA-CARGO(WS-INX)
               MOVE SPACES TO WS-N-CLIENTE(WS-INX)
               MOVE 0 TO WS-N-MONTO(WS-INX)
               MOVE SPACES TO WS-N-REFERENCIA(WS-INX)
               MOVE SPACES TO WS-N-CIA(WS-INX)
               DISPLAY "PROMOVIDO DE LISTA DE ESPERA: "
                   WS-E-ALUMNO(WS-ESX) " EN " WS-E-CURSO(WS-ESX)
               PERFORM ANOTA-PROMOCION-AUDIT
               PERFORM QUITA-DE-ESPERA.

           ANOTA-PROMOCION-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               PERFORM RESUELVE-AUD-OPERADOR
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "ESPERA" TO AUD-EVENTO
               MOVE "PROMOVIDO" TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               STRING "ALUMNO " WS-E-ALUMNO(WS-ESX)
                   " CURSO " WS-E-CURSO(WS-ESX)
                   " DESDE " WS-E-FECHA(WS-ESX)
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

      * OCUPACION POR PERIODO: CADA VUELTA TOMA EL SIGUIENTE PERIODO
      * MAYOR AL ANTERIOR (LOS CURSOS SIN PERIODO VAN PRIMERO). EL
      * PORCENTAJE DEL PERIODO SOLO CONSIDERA LOS CURSOS CON CUPO
           REPORTE-OCUPACION.
               MOVE 0 TO WS-CONT-LISTADOS
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-OCUPA-FILENAME
               STRING "OCUPA." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-OCUPA-FILENAME
               OPEN OUTPUT OCUPA-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO OCUPA-LINE
               WRITE OCUPA-LINE
               MOVE WS-REPORTE-IDENT-LINE TO OCUPA-LINE
               WRITE OCUPA-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO OCUPA-LINE
               WRITE OCUPA-LINE
               MOVE LOW-VALUES TO WS-PER-ANTERIOR
               PERFORM SIGUIENTE-PERIODO
               PERFORM UNTIL WS-PER-SIGUIENTE = HIGH-VALUES
                   PERFORM ESCRIBE-PERIODO-OCUPACION
                   MOVE WS-PER-SIGUIENTE TO WS-PER-ANTERIOR
                   PERFORM SIGUIENTE-PERIODO
               END-PERFORM
               MOVE SPACES TO OCUPA-LINE
               STRING "CURSOS " WS-CONT-LISTADOS
                   DELIMITED BY SIZE INTO OCUPA-LINE
               WRITE OCUPA-LINE
               MOVE WS-REPORTE-PIE-LINE TO OCUPA-LINE
               WRITE OCUPA-LINE
               CLOSE OCUPA-REPORT
               MOVE "OCUPA" TO WS-RC-TIPO
               MOVE WS-OCUPA-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-LISTADOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "REPORTE DE OCUPACION EN " WS-OCUPA-FILENAME.

           SIGUIENTE-PERIODO.
               MOVE HIGH-VALUES TO WS-PER-SIGUIENTE
               PERFORM VARYING WS-CUX FROM 1 BY 1
                       UNTIL WS-CUX > WS-CUR-COUNT
                   IF WS-C-PERIODO(WS-CUX) > WS-PER-ANTERIOR
                           AND WS-C-PERIODO(WS-CUX) < WS-PER-SIGUIENTE
                       MOVE WS-C-PERIODO(WS-CUX) TO WS-PER-SIGUIENTE
                   END-IF
               END-PERFORM.

           ESCRIBE-PERIODO-OCUPACION.
               MOVE 0 TO WS-PER-CUPO
               MOVE 0 TO WS-PER-INSCRITOS-LIM
               MOVE 0 TO WS-PER-INSCRITOS
               MOVE 0 TO WS-PER-ESPERA
               MOVE SPACES TO OCUPA-LINE
               IF WS-PER-SIGUIENTE = SPACES
                   MOVE "=== CURSOS SIN PERIODO ===" TO OCUPA-LINE
               ELSE
                   STRING "=== PERIODO " WS-PER-SIGUIENTE " ==="
                       DELIMITED BY SIZE INTO OCUPA-LINE
               END-IF
               WRITE OCUPA-LINE
               MOVE WS-OCUPA-TITULO TO OCUPA-LINE
               WRITE OCUPA-LINE
               PERFORM VARYING WS-CUR-ELEGIDO FROM 1 BY 1
                       UNTIL WS-CUR-ELEGIDO > WS-CUR-COUNT
                   SET WS-CUX TO WS-CUR-ELEGIDO
                   IF WS-C-PERIODO(WS-CUX) = WS-PER-SIGUIENTE
                       PERFORM ESCRIBE-RENGLON-OCUPACION
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-O-CODIGO
               MOVE "TOTAL DEL PERIODO" TO WS-O-TITULO
               MOVE WS-PER-INSCRITOS TO WS-O-INSCRITOS
               MOVE WS-PER-ESPERA TO WS-O-ESPERA
               IF WS-PER-CUPO = 0
                   MOVE " LIBRE" TO WS-O-CUPO
                   MOVE SPACES TO WS-O-OCUPACION-TXT
               ELSE
                   MOVE WS-PER-CUPO TO WS-O-CUPO-ED
                   MOVE WS-O-CUPO-ED TO WS-O-CUPO
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-PER-INSCRITOS-LIM * 100 / WS-PER-CUPO
                   MOVE WS-PORCENTAJE TO WS-O-PORCENTAJE
                   MOVE "%" TO WS-O-SIGNO
               END-IF
               MOVE WS-OCUPA-DETALLE TO OCUPA-LINE
               WRITE OCUPA-LINE.

           ESCRIBE-RENGLON-OCUPACION.
               ADD 1 TO WS-CONT-LISTADOS
               PERFORM CUENTA-INSCRITOS
               MOVE 0 TO WS-CONT-ESPERA
               PERFORM VARYING WS-ESX FROM 1 BY 1
                       UNTIL WS-ESX > WS-ESP-COUNT
                   IF WS-E-CURSO(WS-ESX) = WS-C-CODIGO(WS-CUX)
                       ADD 1 TO WS-CONT-ESPERA
                   END-IF
               END-PERFORM
               ADD WS-CONT-INSCRITOS TO WS-PER-INSCRITOS
               ADD WS-CONT-ESPERA TO WS-PER-ESPERA
               MOVE WS-C-CODIGO(WS-CUX) TO WS-O-CODIGO
               MOVE WS-C-TITULO(WS-CUX) TO WS-O-TITULO
               MOVE WS-CONT-INSCRITOS TO WS-O-INSCRITOS
               MOVE WS-CONT-ESPERA TO WS-O-ESPERA
               IF WS-C-CUPO(WS-CUX) = 0
                   MOVE " LIBRE" TO WS-O-CUPO
                   MOVE SPACES TO WS-O-OCUPACION-TXT
               ELSE
                   ADD WS-C-CUPO(WS-CUX) TO WS-PER-CUPO
                   ADD WS-CONT-INSCRITOS TO WS-PER-INSCRITOS-LIM
                   MOVE WS-C-CUPO(WS-CUX) TO WS-O-CUPO-ED
                   MOVE WS-O-CUPO-ED TO WS-O-CUPO
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-CONT-INSCRITOS * 100 / WS-C-CUPO(WS-CUX)
                   MOVE WS-PORCENTAJE TO WS-O-PORCENTAJE
                   MOVE "%" TO WS-O-SIGNO
               END-IF
               MOVE WS-OCUPA-DETALLE TO OCUPA-LINE
               WRITE OCUPA-LINE.

      * BAJA DE UNA INSCRIPCION YA FACTURADA: HASTA LA FECHA DE
      * CORTE DEL CURSO (INCLUSIVE) SE DEVUELVE EL CARGO CON UN ABONO
      * A LA MISMA PARTIDA; DESPUES EL CARGO SE QUEDA
           REEMBOLSA-COLEGIATURA.
               MOVE WS-N-CURSO(WS-INX) TO WS-CODIGO
               IF WS-N-MONTO(WS-INX) = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM LOCALIZA-CURSO
               IF WS-INDICE > 0
                   SET WS-CUX TO WS-INDICE
                   IF WS-FECHA-HOY <= WS-C-CORTE(WS-CUX)
                       PERFORM ESCRIBE-ABONO-REEMBOLSO
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "BAJA POSTERIOR AL CORTE, LA COLEGIATURA NO "
                   "SE REEMBOLSA".

           ESCRIBE-ABONO-REEMBOLSO.
               SET WS-INX TO WS-INS-ELEGIDA
               PERFORM ABRE-ANEXO-TRANSACC
               MOVE SPACES TO TRANS-RECORD
               MOVE WS-FECHA-HOY TO TRANS-FECHA
               MOVE "A" TO TRANS-TIPO
               MOVE WS-N-CLIENTE(WS-INX) TO TRANS-CLIENTE-ID
               MOVE WS-N-MONTO(WS-INX) TO TRANS-MONTO
               MOVE WS-N-CIA(WS-INX) TO TRANS-COMPANIA
               IF WS-N-CIA(WS-INX) = SPACES
                   MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
               END-IF
               MOVE WS-N-REFERENCIA(WS-INX) TO TRANS-REFERENCIA
               PERFORM ANEXA-MOVIMIENTO-TRANSACC
               PERFORM CIERRA-ANEXO-TRANSACC
               PERFORM ASIENTA-POLIZA-REEMBOLSO
               DISPLAY "REEMBOLSO DE COLEGIATURA " WS-N-MONTO(WS-INX)
                   " A " WS-N-CLIENTE(WS-INX) " (PARTIDA "
                   WS-N-REFERENCIA(WS-INX) ")".

      * EL ABONO DEL REEMBOLSO CARGA EL PUENTE DE ABONOS EN LA
      * CORRIDA DE APLICACION; AQUI SE CANCELA EL PUENTE CONTRA EL
      * INGRESO DE COLEGIATURAS
           ASIENTA-POLIZA-REEMBOLSO.
               MOVE TRANS-COMPANIA TO WS-PZ-CIA
               MOVE WS-N-REFERENCIA(WS-INX) TO WS-PZ-REFERENCIA
               MOVE "RC" TO WS-PZ-TIPO
               MOVE WS-N-MONTO(WS-INX) TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA.

      * COMPONENTES DE EVALUACION DEL CURSO: ALTA O CAMBIO POR
      * CODIGO, Y NOMBRE EN BLANCO PARA ELIMINAR UNO
           MANTIENE-COMPONENTES.
               DISPLAY "CODIGO DE CURSO"
               ACCEPT WS-CODIGO
               PERFORM LOCALIZA-CURSO
               IF WS-INDICE = 0
                   DISPLAY "CURSO NO EXISTE: " WS-CODIGO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CODIGO TO WS-CMP-CURSO-BUSCADO
               PERFORM MUESTRA-COMPONENTES
               PERFORM WITH TEST AFTER
                       UNTIL WS-COMP-CODIGO = SPACES
                   DISPLAY "CODIGO DE COMPONENTE (4 CARACTERES, "
                       "BLANCO = TERMINAR)"
                   ACCEPT WS-COMP-CODIGO
                   IF WS-COMP-CODIGO NOT = SPACES
                       PERFORM ACTUALIZA-COMPONENTE
                   END-IF
               END-PERFORM
               PERFORM MUESTRA-COMPONENTES.

           ACTUALIZA-COMPONENTE.
               MOVE WS-COMP-CODIGO TO WS-CMP-CODIGO-BUSCADO
               PERFORM BUSCA-COMPONENTE
               DISPLAY "NOMBRE DEL COMPONENTE (BLANCO = ELIMINARLO)"
               ACCEPT WS-COMP-NOMBRE
               IF WS-COMP-NOMBRE = SPACES
                   IF WS-CMP-INDICE > 0
                       MOVE SPACES TO WS-CMP-CURSO(WS-CMP-INDICE)
                       DISPLAY "COMPONENTE ELIMINADO: " WS-COMP-CODIGO
                   ELSE
                       DISPLAY "COMPONENTE NO EXISTE: "
                           WS-COMP-CODIGO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-CMP-INDICE = 0
                   PERFORM SUMA-PESOS-CURSO
                   IF WS-CMP-NUM-CURSO >= WS-CMP-MAX-CURSO
                       DISPLAY "EL CURSO YA TIENE " WS-CMP-MAX-CURSO
                           " COMPONENTES"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-CMP-COUNT >= 500
                       DISPLAY "TABLA DE COMPONENTES LLENA"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-PESO-TXT IS NUMERIC
                           AND WS-PESO-NUM > 0
                           AND WS-PESO-NUM NOT > 100
                   DISPLAY "PESO EN PORCENTAJE (3 DIGITOS, 001-100)"
                   ACCEPT WS-PESO-TXT
               END-PERFORM
               IF WS-CMP-INDICE = 0
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-INDICE
                   MOVE WS-CODIGO TO WS-CMP-CURSO(WS-CMP-INDICE)
                   MOVE WS-COMP-CODIGO TO WS-CMP-CODIGO(WS-CMP-INDICE)
                   DISPLAY "COMPONENTE REGISTRADO: " WS-COMP-CODIGO
               ELSE
                   DISPLAY "COMPONENTE ACTUALIZADO: " WS-COMP-CODIGO
               END-IF
               MOVE WS-COMP-NOMBRE TO WS-CMP-NOMBRE(WS-CMP-INDICE)
               MOVE WS-PESO-NUM TO WS-CMP-PESO(WS-CMP-INDICE).

      * LOS PESOS DEBEN SUMAR 100; MIENTRAS NO, EL CURSO SE SIGUE
      * CALIFICANDO CON LA CALIFICACION DIRECTA DE RESULTAD.DAT
           MUESTRA-COMPONENTES.
               PERFORM VARYING WS-CMP-I FROM 1 BY 1
                       UNTIL WS-CMP-I > WS-CMP-COUNT
                   IF WS-CMP-CURSO(WS-CMP-I) = WS-CMP-CURSO-BUSCADO
                       DISPLAY "  " WS-CMP-CODIGO(WS-CMP-I) " "
                           WS-CMP-NOMBRE(WS-CMP-I) " PESO "
                           WS-CMP-PESO(WS-CMP-I) "%"
                   END-IF
               END-PERFORM
               PERFORM SUMA-PESOS-CURSO
               DISPLAY "COMPONENTES: " WS-CMP-NUM-CURSO
                   " SUMA DE PESOS: " WS-CMP-SUMA-PESOS "%"
               IF WS-CMP-NUM-CURSO > 0 AND NOT WS-CMP-PONDERADO
                   DISPLAY "LOS PESOS NO SUMAN 100: EL CURSO SE "
                       "CALIFICA CON RESULTAD.DAT HASTA CORREGIRLOS"
               END-IF.

       COPY TRAPPROC.
       COPY REPCATPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY CMPPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY ALUPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
