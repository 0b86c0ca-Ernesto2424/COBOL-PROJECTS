      *            layout file the source is taken as already
      *            canonical, as before. The stage reconciliation
      *            counts work the same in every mode.
      *            Every run returns an acknowledgement to the feed
      *            provider, ACUSE.yyyymmddhhmmss.DAT (catalogued as
      *            type ACUSE in REPCAT.DAT): a header, one line per
      *            FUENTE.DAT record with its position, A accepted or
      *            R rejected, the CATERROR.DAT reason code (E008 for a
      *            D-rule discard, the gate's own codes otherwise) and
      *            the stage, and a trailer whose accepted/rejected
      *            counts are checked against the stage reconciliation
      *            (CUADRA, DESCUADRE, or ABORTADA when the load did
      *            not finish). The extract stamps each record's source
      *            position in canonical columns 134-140, so rules may
      *            no longer reach past column 133. The ACUSE line of
      *            FUENTELY.CTL names the layout, FIJ fixed or DEL
      *            separated by the feed's separator; without it the
      *            acknowledgement follows the feed's own mode.
      *            Rejections stay open in ACUSEHIS.DAT keyed by name
      *            and surnames; when that record comes back, its line
      *            carries the acknowledgement and position of the
      *            earlier rejection and the rejection is closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT FUENTELY-CTL-FILE ASSIGN TO "FUENTELY.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LAYOUT.
           SELECT ACUSEHIS-FILE ASSIGN TO "ACUSEHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUSEHIS.
           SELECT ACUSEHIS-NUEVO ASSIGN TO "ACUSEHIS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACUSEHIS.
           COPY CIASEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY FECSEL.
           COPY REPCATSEL.
           COPY CATESEL.
           COPY DLMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUENTE-FILE.
           05  LY-POS               PIC X(3).
           05  LY-LON               PIC X(3).

      * RECHAZOS ABIERTOS EN ESPERA DE REENVIO DEL PROVEEDOR
       FD  ACUSEHIS-FILE.
       01  ACUSEHIS-RECORD.
           05  AH-LLAVE             PIC X(60).
           05  AH-ACUSE             PIC X(16).
           05  AH-POSICION          PIC 9(7).
           05  AH-CODIGO            PIC X(4).

       FD  ACUSEHIS-NUEVO.
       01  ACUSEHIS-NUEVO-RECORD    PIC X(87).

       COPY CIAFD.

       COPY AUDITFD.
       COPY ERRFD.
       COPY FECFD.
       COPY REPCATFD.
       COPY CATEFD.
       COPY DLMFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY ERRWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY REPCATWS.
       COPY CATEWS.
       COPY DLMWS.

       01  WS-FS-FUENTE             PIC XX.
       01  WS-FS-EXTRACT            PIC XX.
           05  WS-CAN-CIUDAD       PIC X(20).
           05  WS-CAN-CP           PIC X(5).
           05  WS-CAN-TELEFONO     PIC X(10).
           05  WS-CAN-POSICION     PIC X(7).
       01  WS-CAN-FECHA-NUM         PIC 9(8) VALUE 0.
       01  WS-CAN-FECHA-R REDEFINES WS-CAN-FECHA-NUM.
           05  WS-CF-AAAA          PIC 9(4).
       01  WS-PARTES-TABLE.
           05  WS-PARTE OCCURS 10 TIMES PIC X(40).

      * ACUSE AL PROVEEDOR: FORMATO FIJ O DEL (BLANCO = EL MODO DE
      * LA FUENTE), POSICION DE CADA REGISTRO EN FUENTE.DAT Y
      * RECHAZOS DE LA COMPUERTA POR POSICION
       01  WS-ACUSE-FORMATO         PIC X(3) VALUE SPACES.
           88  WS-ACUSE-DELIMITADO  VALUE "DEL".
       01  WS-ACUSE-ID              PIC X(16).
       01  WS-POS-FUENTE            PIC 9(7) VALUE 0.
       01  WS-POS-TRANSFORMA        PIC 9(7) VALUE 0.
       01  WS-RZ-COUNT              PIC 9(4) VALUE 0.
       01  WS-RECHAZOS-COMPUERTA.
           05  WS-RZ-ENTRY OCCURS 5000 TIMES.
               10  WS-RZ-POS       PIC 9(7).
               10  WS-RZ-CODIGO    PIC X(4).
       01  WS-RZ-I                  PIC 9(4) VALUE 0.
       01  WS-AC-TOTAL              PIC 9(7) VALUE 0.
       01  WS-AC-ACEPTADOS          PIC 9(7) VALUE 0.
       01  WS-AC-RECHAZADOS         PIC 9(7) VALUE 0.
       01  WS-AC-DESC-REGLA         PIC 9(7) VALUE 0.
       01  WS-AC-RECH-COMPUERTA     PIC 9(7) VALUE 0.
       01  WS-AC-REENVIADOS         PIC 9(7) VALUE 0.
       01  WS-AC-CUADRE             PIC X(9) VALUE SPACES.
       01  WS-AC-ESTATUS            PIC X.
       01  WS-AC-CODIGO             PIC X(4).
       01  WS-AC-ETAPA              PIC X(10).
       01  WS-AC-LLAVE              PIC X(60).
       01  WS-AC-ANT-ACUSE          PIC X(16).
       01  WS-AC-ANT-POS            PIC 9(7) VALUE 0.

      * RECHAZOS ABIERTOS (ACUSEHIS.DAT); LOS QUE REGRESAN EN ESTA
      * CORRIDA QUEDAN CERRADOS Y NO SE REESCRIBEN
       01  WS-FS-ACUSEHIS           PIC XX.
       01  WS-EOF-ACUSEHIS-SWITCH   PIC X VALUE "N".
           88  WS-EOF-ACUSEHIS      VALUE "Y".
       01  WS-AH-COUNT              PIC 9(4) VALUE 0.
       01  WS-ACUSEHIS-TABLE.
           05  WS-AH-ENTRY OCCURS 5000 TIMES.
               10  WS-AH-REGISTRO.
                   15  WS-AH-LLAVE  PIC X(60).
                   15  WS-AH-ACUSE  PIC X(16).
                   15  WS-AH-POS    PIC 9(7).
                   15  WS-AH-CODIGO PIC X(4).
               10  WS-AH-CERRADO    PIC X.
       01  WS-AH-I                  PIC 9(4) VALUE 0.
       01  WS-AH-INDICE             PIC 9(4) VALUE 0.

       01  WS-ACUSE-ENC-LINEA.
           05  FILLER               PIC X VALUE "H".
           05  WS-AE-ACUSE          PIC X(16).
           05  FILLER               PIC X(12) VALUE "FUENTE.DAT".
           05  WS-AE-REGS           PIC 9(7).
       01  WS-ACUSE-DET-LINEA.
           05  FILLER               PIC X VALUE "D".
           05  WS-AD-POS            PIC 9(7).
           05  WS-AD-ESTATUS        PIC X.
           05  WS-AD-CODIGO         PIC X(4).
           05  WS-AD-ETAPA          PIC X(10).
           05  WS-AD-EXPL           PIC X(40).
           05  WS-AD-ANT-ACUSE      PIC X(16).
           05  WS-AD-ANT-POS        PIC 9(7).
       01  WS-ACUSE-TRL-LINEA.
           05  FILLER               PIC X VALUE "T".
           05  WS-AT-TOTAL          PIC 9(7).
           05  WS-AT-ACEPTADOS      PIC 9(7).
           05  WS-AT-RECHAZADOS     PIC 9(7).
           05  WS-AT-DESC-REGLA     PIC 9(7).
           05  WS-AT-RECH-COMPUERTA PIC 9(7).
           05  WS-AT-REENVIADOS     PIC 9(7).
           05  WS-AT-CUADRE         PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "ETLPIPE" TO WS-PROGRAMA-NOMBRE
           PERFORM CARGA-COMPANIA
           PERFORM REGISTRA-AUDIT-INICIO
           PERFORM CARGA-FECHA-NEGOCIO
           PERFORM CARGA-CATERROR
           PERFORM INICIALIZA-ETAPAS
           PERFORM CARGA-LAYOUT-FUENTE
           PERFORM CARGA-REGLAS
               DISPLAY "ERROR EN EXTRACCION, PIPELINE ABORTADO"
               MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
           END-IF
           PERFORM GENERA-ACUSE
           DISPLAY "FIN DEL PROGRAMA"
           PERFORM REGISTRA-AUDIT-FIN
           STOP RUN.
                       NOT AT END
                           ADD 1 TO WS-ET-LEIDOS(1)
                           PERFORM CONSTRUYE-CANONICO
                           MOVE WS-ET-LEIDOS(1) TO WS-POS-FUENTE
                           MOVE WS-POS-FUENTE TO
                               WS-CANONICO-EXT(134:7)
                           MOVE WS-CANONICO-EXT TO EXTRACT-RECORD
                           WRITE EXTRACT-RECORD
                           ADD 1 TO WS-ET-ESCRITOS(1)
           END-IF.

       CARGA-LINEA-LAYOUT.
           IF LY-CAMPO = "ACUSE"
               IF LY-POS = "FIJ" OR LY-POS = "DEL"
                   MOVE LY-POS TO WS-ACUSE-FORMATO
               ELSE
                   DISPLAY "FORMATO DE ACUSE INVALIDO IGNORADO: "
                       LY-POS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF LY-CAMPO = "DELIM"
               SET WS-DELIM-MODO TO TRUE
               IF FUENTELY-RECORD(6:1) NOT = SPACE
                   IF WS-RG-POS(WS-REGLAS-COUNT) < 1
                           OR WS-RG-LON(WS-REGLAS-COUNT) < 1
                           OR WS-RG-POS(WS-REGLAS-COUNT) +
                               WS-RG-LON(WS-REGLAS-COUNT) > 134
                       DISPLAY "REGLA FUERA DEL REGISTRO IGNORADA"
                       SUBTRACT 1 FROM WS-REGLAS-COUNT
                   END-IF
       CARGA.
           DISPLAY "CARGA: ESCRIBIENDO CARGA.DAT"
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-RZ-COUNT
           OPEN INPUT TRANSFORM-FILE
           IF WS-FS-TRANSFORM NOT = "00"
               DISPLAY "CARGA: NO SE PUDO ABRIR TRANSFOR.DAT"

       RECHAZA-EN-COMPUERTA.
           ADD 1 TO WS-CONT-RECHAZADAS
           IF WS-RZ-COUNT < 5000 AND WS-CAN-POSICION IS NUMERIC
               ADD 1 TO WS-RZ-COUNT
               MOVE WS-CAN-POSICION TO WS-RZ-POS(WS-RZ-COUNT)
               MOVE WS-ERR-CODIGO TO WS-RZ-CODIGO(WS-RZ-COUNT)
           END-IF
           PERFORM REGISTRA-RECHAZO.

      * LA TRANSACCION VIAJA SIN ID: EL MANTENIMIENTO DE CLIENTES
           END-PERFORM
           CLOSE PIPECTL-FILE.

      * ACUSE AL PROVEEDOR: CADA REGISTRO DE FUENTE.DAT CON SU
      * POSICION, ACEPTADO O RECHAZADO Y EL CODIGO DEL CATALOGO. LOS
      * DESCARTADOS POR REGLA SON LOS QUE EXTRACT.DAT TIENE Y
      * TRANSFOR.DAT NO; LOS RECHAZOS DE LA COMPUERTA VIENEN DE LA
      * CARGA DE ESTA CORRIDA. SI LA CARGA NO TERMINO, EL ACUSE SOLO
      * LLEVA ENCABEZADO Y CIERRE ABORTADA
       GENERA-ACUSE.
           PERFORM CAPTURA-GEN-TIMESTAMP
           MOVE SPACES TO WS-ACUSE-ID
           STRING WS-GEN-FECHA WS-GEN-HORA DELIMITED BY SIZE
               INTO WS-ACUSE-ID
           MOVE SPACES TO WS-DLM-FILENAME
           STRING "ACUSE." WS-ACUSE-ID ".DAT" DELIMITED BY SIZE
               INTO WS-DLM-FILENAME
           IF WS-ACUSE-FORMATO = SPACES
               IF WS-DELIM-MODO
                   MOVE "DEL" TO WS-ACUSE-FORMATO
               ELSE
                   MOVE "FIJ" TO WS-ACUSE-FORMATO
               END-IF
           END-IF
           MOVE WS-DELIMITADOR TO WS-DLM-SEPARADOR
           IF WS-DELIMITADOR = ","
               MOVE SPACE TO WS-DLM-SUSTITUTO
           END-IF
           MOVE 0 TO WS-DLM-REGS
           OPEN OUTPUT DELIMITADO-FILE
           PERFORM INICIA-RENGLON-DLM
           PERFORM ESCRIBE-ENCABEZADO-ACUSE
           IF WS-ET-ESTADO(3) = "C"
               PERFORM CARGA-HISTORIA-ACUSES
               PERFORM DETALLA-ACUSE
               PERFORM GRABA-HISTORIA-ACUSES
               PERFORM CUADRA-ACUSE
           ELSE
               MOVE "ABORTADA" TO WS-AC-CUADRE
           END-IF
           PERFORM ESCRIBE-CIERRE-ACUSE
           CLOSE DELIMITADO-FILE
           MOVE "ACUSE" TO WS-RC-TIPO
           MOVE WS-DLM-FILENAME TO WS-RC-ARCHIVO
           MOVE WS-DLM-REGS TO WS-RC-REGS
           PERFORM REGISTRA-GENERACION
           DISPLAY "ACUSE AL PROVEEDOR EN " WS-DLM-FILENAME
           DISPLAY "  " WS-AC-ACEPTADOS " ACEPTADOS, "
               WS-AC-RECHAZADOS " RECHAZADOS, " WS-AC-REENVIADOS
               " REENVIOS DE RECHAZOS ANTERIORES: " WS-AC-CUADRE
           IF WS-AC-CUADRE = "DESCUADRE"
               MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
           END-IF.

       ESCRIBE-ENCABEZADO-ACUSE.
           IF WS-ACUSE-DELIMITADO
               MOVE "H" TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-ACUSE-ID TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE "FUENTE.DAT" TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-FP-REGS TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
           ELSE
               MOVE WS-ACUSE-ID TO WS-AE-ACUSE
               MOVE WS-FP-REGS TO WS-AE-REGS
               MOVE WS-ACUSE-ENC-LINEA TO WS-DLM-RENGLON
           END-IF
           PERFORM ESCRIBE-TITULOS-DLM.

       DETALLA-ACUSE.
           MOVE 0 TO WS-POS-FUENTE
           MOVE 1 TO WS-RZ-I
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT EXTRACT-FILE
           OPEN INPUT TRANSFORM-FILE
           PERFORM LEE-TRANSFORMA-ACUSE
           PERFORM UNTIL WS-EOF
               READ EXTRACT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CLASIFICA-REGISTRO-ACUSE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           CLOSE TRANSFORM-FILE.

      * SIGUIENTE SOBREVIVIENTE DE LAS REGLAS, POR SU POSICION
       LEE-TRANSFORMA-ACUSE.
           READ TRANSFORM-FILE
               AT END
                   MOVE 9999999 TO WS-POS-TRANSFORMA
               NOT AT END
                   IF TRANSFORM-RECORD(134:7) IS NUMERIC
                       MOVE TRANSFORM-RECORD(134:7) TO
                           WS-POS-TRANSFORMA
                   ELSE
                       MOVE 9999999 TO WS-POS-TRANSFORMA
                   END-IF
           END-READ.

       CLASIFICA-REGISTRO-ACUSE.
           ADD 1 TO WS-POS-FUENTE
           ADD 1 TO WS-AC-TOTAL
           MOVE "A" TO WS-AC-ESTATUS
           MOVE SPACES TO WS-AC-CODIGO
           MOVE SPACES TO WS-AC-ETAPA
           IF WS-POS-TRANSFORMA NOT = WS-POS-FUENTE
               MOVE "R" TO WS-AC-ESTATUS
               MOVE "E008" TO WS-AC-CODIGO
               MOVE "REGLA" TO WS-AC-ETAPA
               ADD 1 TO WS-AC-DESC-REGLA
           ELSE
               PERFORM LEE-TRANSFORMA-ACUSE
               IF WS-RZ-I NOT > WS-RZ-COUNT
                   IF WS-RZ-POS(WS-RZ-I) = WS-POS-FUENTE
                       MOVE "R" TO WS-AC-ESTATUS
                       MOVE WS-RZ-CODIGO(WS-RZ-I) TO WS-AC-CODIGO
                       MOVE "COMPUERTA" TO WS-AC-ETAPA
                       ADD 1 TO WS-AC-RECH-COMPUERTA
                       ADD 1 TO WS-RZ-I
                   END-IF
               END-IF
           END-IF
           IF WS-AC-ESTATUS = "R"
               ADD 1 TO WS-AC-RECHAZADOS
           ELSE
               ADD 1 TO WS-AC-ACEPTADOS
           END-IF
           MOVE FUNCTION UPPER-CASE(EXTRACT-RECORD(1:60))
               TO WS-AC-LLAVE
           PERFORM ENLAZA-REENVIO
           IF WS-AC-ESTATUS = "R"
               PERFORM ANOTA-RECHAZO-ABIERTO
           END-IF
           PERFORM ESCRIBE-DETALLE-ACUSE.

      * UN REGISTRO CON EL MISMO NOMBRE Y APELLIDOS QUE UN RECHAZO
      * ABIERTO DE UN ACUSE ANTERIOR ES SU REENVIO: SE LIGA AL MAS
      * RECIENTE Y ESE RECHAZO SE CIERRA, ACEPTADO O NO EL REENVIO
       ENLAZA-REENVIO.
           MOVE SPACES TO WS-AC-ANT-ACUSE
           MOVE 0 TO WS-AC-ANT-POS
           MOVE 0 TO WS-AH-INDICE
           PERFORM VARYING WS-AH-I FROM 1 BY 1
                   UNTIL WS-AH-I > WS-AH-COUNT
               IF WS-AH-LLAVE(WS-AH-I) = WS-AC-LLAVE
                       AND WS-AH-CERRADO(WS-AH-I) = "N"
                       AND WS-AH-ACUSE(WS-AH-I) NOT = WS-ACUSE-ID
                   MOVE WS-AH-I TO WS-AH-INDICE
               END-IF
           END-PERFORM
           IF WS-AH-INDICE > 0
               MOVE WS-AH-ACUSE(WS-AH-INDICE) TO WS-AC-ANT-ACUSE
               MOVE WS-AH-POS(WS-AH-INDICE) TO WS-AC-ANT-POS
               MOVE "S" TO WS-AH-CERRADO(WS-AH-INDICE)
               ADD 1 TO WS-AC-REENVIADOS
           END-IF.

       ANOTA-RECHAZO-ABIERTO.
           IF WS-AH-COUNT >= 5000
               DISPLAY "ACUSEHIS.DAT LLENO, RECHAZO EN POSICION "
                   WS-POS-FUENTE " SIN SEGUIMIENTO DE REENVIO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AH-COUNT
           MOVE WS-AC-LLAVE TO WS-AH-LLAVE(WS-AH-COUNT)
           MOVE WS-ACUSE-ID TO WS-AH-ACUSE(WS-AH-COUNT)
           MOVE WS-POS-FUENTE TO WS-AH-POS(WS-AH-COUNT)
           MOVE WS-AC-CODIGO TO WS-AH-CODIGO(WS-AH-COUNT)
           MOVE "N" TO WS-AH-CERRADO(WS-AH-COUNT).

       ESCRIBE-DETALLE-ACUSE.
           MOVE SPACES TO WS-CATE-EXPL
           IF WS-AC-CODIGO NOT = SPACES
               MOVE WS-AC-CODIGO TO WS-CATE-BUSCADO
               PERFORM BUSCA-CODIGO-ERROR
           END-IF
           IF WS-ACUSE-DELIMITADO
               MOVE "D" TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-POS-FUENTE TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-AC-ESTATUS TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-AC-CODIGO TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-AC-ETAPA TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-CATE-EXPL TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-AC-ANT-ACUSE TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               IF WS-AC-ANT-POS > 0
                   MOVE WS-AC-ANT-POS TO WS-DLM-ENTERO
                   PERFORM AGREGA-ENTERO-DLM
               ELSE
                   PERFORM AGREGA-TEXTO-DLM
               END-IF
           ELSE
               MOVE WS-POS-FUENTE TO WS-AD-POS
               MOVE WS-AC-ESTATUS TO WS-AD-ESTATUS
               MOVE WS-AC-CODIGO TO WS-AD-CODIGO
               MOVE WS-AC-ETAPA TO WS-AD-ETAPA
               MOVE WS-CATE-EXPL TO WS-AD-EXPL
               MOVE WS-AC-ANT-ACUSE TO WS-AD-ANT-ACUSE
               MOVE WS-AC-ANT-POS TO WS-AD-ANT-POS
               MOVE WS-ACUSE-DET-LINEA TO WS-DLM-RENGLON
           END-IF
           PERFORM ESCRIBE-RENGLON-DLM.

      * LOS CONTEOS DEL ACUSE DEBEN SER LOS DE LA CONCILIACION DE
      * ETAPAS: EXTRAIDOS, DESCARTADOS POR REGLAS, RECHAZADOS EN LA
      * COMPUERTA Y TRANSACCIONES GENERADAS
       CUADRA-ACUSE.
           IF WS-AC-TOTAL = WS-ET-ESCRITOS(1)
                   AND WS-AC-DESC-REGLA = WS-ET-DESCARTADOS(2)
                   AND WS-AC-RECH-COMPUERTA = WS-CONT-RECHAZADAS
                   AND WS-AC-ACEPTADOS = WS-CONT-GENERADAS
               MOVE "CUADRA" TO WS-AC-CUADRE
           ELSE
               MOVE "DESCUADRE" TO WS-AC-CUADRE
               DISPLAY "DESCUADRE DEL ACUSE: " WS-AC-TOTAL " / "
                   WS-ET-ESCRITOS(1) " REGISTROS, "
                   WS-AC-DESC-REGLA " / " WS-ET-DESCARTADOS(2)
                   " DESCARTADOS, " WS-AC-RECH-COMPUERTA " / "
                   WS-CONT-RECHAZADAS " RECHAZADOS, "
                   WS-AC-ACEPTADOS " / " WS-CONT-GENERADAS
                   " ACEPTADOS"
           END-IF.

       ESCRIBE-CIERRE-ACUSE.
           IF WS-ACUSE-DELIMITADO
               MOVE "T" TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-AC-TOTAL TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-AC-ACEPTADOS TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-AC-RECHAZADOS TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-AC-DESC-REGLA TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-AC-RECH-COMPUERTA TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-AC-REENVIADOS TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-AC-CUADRE TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
           ELSE
               MOVE WS-AC-TOTAL TO WS-AT-TOTAL
               MOVE WS-AC-ACEPTADOS TO WS-AT-ACEPTADOS
               MOVE WS-AC-RECHAZADOS TO WS-AT-RECHAZADOS
               MOVE WS-AC-DESC-REGLA TO WS-AT-DESC-REGLA
               MOVE WS-AC-RECH-COMPUERTA TO WS-AT-RECH-COMPUERTA
               MOVE WS-AC-REENVIADOS TO WS-AT-REENVIADOS
               MOVE WS-AC-CUADRE TO WS-AT-CUADRE
               MOVE WS-ACUSE-TRL-LINEA TO WS-DLM-RENGLON
           END-IF
           PERFORM ESCRIBE-TITULOS-DLM.

       CARGA-HISTORIA-ACUSES.
           MOVE 0 TO WS-AH-COUNT
           MOVE "N" TO WS-EOF-ACUSEHIS-SWITCH
           OPEN INPUT ACUSEHIS-FILE
           IF WS-FS-ACUSEHIS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-ACUSEHIS
               READ ACUSEHIS-FILE
                   AT END
                       SET WS-EOF-ACUSEHIS TO TRUE
                   NOT AT END
                       IF WS-AH-COUNT < 5000
                           ADD 1 TO WS-AH-COUNT
                           MOVE ACUSEHIS-RECORD TO
                               WS-AH-REGISTRO(WS-AH-COUNT)
                           MOVE "N" TO WS-AH-CERRADO(WS-AH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACUSEHIS-FILE.

      * ACUSEHIS.DAT SE REESCRIBE VIA ACUSEHIS.NEW SOLO CON LOS
      * RECHAZOS QUE SIGUEN ABIERTOS
       GRABA-HISTORIA-ACUSES.
           OPEN OUTPUT ACUSEHIS-NUEVO
           PERFORM VARYING WS-AH-I FROM 1 BY 1
                   UNTIL WS-AH-I > WS-AH-COUNT
               IF WS-AH-CERRADO(WS-AH-I) = "N"
                   MOVE WS-AH-REGISTRO(WS-AH-I) TO
                       ACUSEHIS-NUEVO-RECORD
                   WRITE ACUSEHIS-NUEVO-RECORD
               END-IF
           END-PERFORM
           CLOSE ACUSEHIS-NUEVO
           CALL "SYSTEM" USING "mv ACUSEHIS.NEW ACUSEHIS.DAT"
           MOVE 0 TO RETURN-CODE.

       COPY CIAPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY FECPROC.
       COPY GENTSPROC.
       COPY REPCATPROC.
       COPY CATEPROC.
       COPY DLMPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
