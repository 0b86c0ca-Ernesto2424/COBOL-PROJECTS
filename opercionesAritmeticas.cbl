                   WS-RESULTADOS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTADOS-STATUS.
           SELECT TIPOCAMB-FILE ASSIGN TO "TIPOCAMB.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERACIONES-LOG.
       01  LOG-LINE PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-RECORD-IN.
           05  TH-DEPTO        PIC X(4).
           05  TH-LOTE         PIC X(6).
           05  TH-FECHA        PIC X(8).
      * MONEDA DEL LOTE; EN BLANCO ES MONEDA LOCAL
           05  TH-MONEDA       PIC X(3).

       FD  LOTES-REGISTRO.
       01  LOTE-REG-RECORD.
           05  LR-LOTE         PIC 9(6).
           05  LR-FECHA        PIC 9(8).
           05  LR-PROCESADO    PIC 9(8).
      * MONEDA, TIPO DE CAMBIO, OPERACIONES Y VOLUMEN DEL LOTE EN SU
      * MONEDA Y CONVERTIDO A MONEDA LOCAL, PARA EL CIERRE DEL MES
           05  LR-MONEDA       PIC X(3).
           05  LR-TASA         PIC 9(3)V9(4).
           05  LR-OPERS        PIC 9(6).
           05  LR-VOLUMEN      PIC S9(11)V99
                               SIGN LEADING SEPARATE.
           05  LR-VOLUMEN-MN   PIC S9(11)V99
                               SIGN LEADING SEPARATE.

       FD  RESULTADOS-FILE.
       01  RESULTADO-SALIDA.
           05  RS-RES              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  RS-ESTATUS          PIC XX.
           05  RS-MONEDA           PIC X(3).
           05  RS-TASA             PIC 9(3)V9(4).
           05  RS-NUM1-MN          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  RS-NUM2-MN          PIC S9(9)V99
                                   SIGN LEADING SEPARATE.

      * TIPOS DE CAMBIO DE FINANZAS: MONEDA, FECHA Y TASA EN
      * DIEZMILESIMOS, MANTENIDOS CON EL PROGRAMA DE PARAMETROS
       FD  TIPOCAMB-FILE.
       01  TIPOCAMB-RECORD.
           05  TC-MONEDA           PIC X(3).
           05  TC-FECHA            PIC X(8).
           05  TC-TASA             PIC 9(3)V9(4).

       COPY TIENDAFD.

       01  WS-LOTE-MALO-SWITCH     PIC X VALUE "N".
           88  WS-LOTE-MALO        VALUE "Y".
       01  WS-RESULTADOS-STATUS    PIC XX.
       01  WS-TC-STATUS            PIC XX.
       01  WS-EOF-TC-SWITCH        PIC X VALUE "N".
           88  WS-EOF-TC           VALUE "Y".
       01  WS-TC-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-TC-HALLADO       VALUE "Y".
       01  WS-MONEDA-LOCAL         PIC X(3) VALUE "MXN".
       01  WS-LOTE-MONEDA          PIC X(3) VALUE "MXN".
       01  WS-LOTE-TASA            PIC 9(3)V9(4) VALUE 1.
       01  WS-DIVISA-SWITCH        PIC X VALUE "N".
           88  WS-LOTE-EN-DIVISA   VALUE "Y".
      * OPERANDOS EN MONEDA LOCAL; EL PORCENTAJE DE RECARGO NO ES UN
      * IMPORTE Y NO SE CONVIERTE
       01  WS-NUM1-MN              PIC S9(9)V99
                                   SIGN LEADING SEPARATE VALUE 0.
       01  WS-NUM2-MN              PIC S9(9)V99
                                   SIGN LEADING SEPARATE VALUE 0.
       01  WS-VOLUMEN              PIC S9(11)V99
                                   SIGN LEADING SEPARATE VALUE 0.
       01  WS-VOLUMEN-MN           PIC S9(11)V99
                                   SIGN LEADING SEPARATE VALUE 0.
       01  WS-LOG-CONVERSION.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(7)  VALUE "MONEDA ".
           05  WS-LC-MONEDA        PIC X(3).
           05  FILLER              PIC X(4)  VALUE " TC ".
           05  WS-LC-TASA          PIC ZZ9.9999.
           05  FILLER              PIC X(6)  VALUE " NUM1=".
           05  WS-LC-NUM1          PIC -(8)9.99.
           05  FILLER              PIC X(6)  VALUE " NUM2=".
           05  WS-LC-NUM2          PIC -(8)9.99.
       01  WS-RESULTADOS-FILENAME  PIC X(40).
       01  WS-ESTATUS-OP           PIC XX VALUE "00".
       01  WS-CONT-OK              PIC 9(6) VALUE 0.
                                MOVE TI-NUM1 TO NUM1
                                MOVE TI-NUM2 TO NUM2
                                MOVE TI-OP TO OPERACION
                                PERFORM CONVIERTE-OPERANDOS
                                PERFORM PROCESA-OPERACION
                                PERFORM ESCRIBE-LOG
                                PERFORM ESCRIBE-RESULTADO
                DISPLAY "OPERACION (S-SUMA R-RESTA M-MULTIPLICACION "
                    "D-DIVISION P-PORCENTAJE)"
                ACCEPT OPERACION
                PERFORM CONVIERTE-OPERANDOS
                PERFORM PROCESA-OPERACION
                PERFORM ESCRIBE-LOG
                PERFORM ESCRIBE-RESULTADO
            PERFORM CARGA-DEPTOS
            MOVE TH-DEPTO TO WS-DEP-BUSCADO
            PERFORM BUSCA-DEPTO
            PERFORM BUSCA-TIPO-CAMBIO
            EVALUATE TRUE
                WHEN TH-TIPO NOT = "HDR"
                    DISPLAY "ARITM.CTL SIN ENCABEZADO DE LOTE HDR"
                WHEN TH-FECHA IS NOT NUMERIC
                    DISPLAY "FECHA DE LOTE NO NUMERICA"
                    SET WS-LOTE-MALO TO TRUE
                WHEN NOT WS-TC-HALLADO
                    DISPLAY "SIN TIPO DE CAMBIO " TH-MONEDA " PARA EL "
                        TH-FECHA " EN TIPOCAMB.PRM, LOTE RECHAZADO"
                    SET WS-LOTE-MALO TO TRUE
            END-EVALUATE
            IF WS-LOTE-MALO
                MOVE "LOTE-HEADER" TO WS-ERR-CAMPO-NOMBRE
            END-IF
            DISPLAY "PROCESANDO LOTE " WS-LOTE-DEPTO "/"
                WS-LOTE-NUMERO " DEL " WS-LOTE-FECHA.
            IF WS-LOTE-EN-DIVISA
                MOVE WS-LOTE-TASA TO WS-LC-TASA
                DISPLAY "LOTE EN " WS-LOTE-MONEDA " AL TIPO DE CAMBIO "
                    WS-LC-TASA
            END-IF.

      * UN LOTE SIN MONEDA O EN MONEDA LOCAL NO SE CONVIERTE; EN
      * OTRA MONEDA DEBE HABER TASA EN TIPOCAMB.PRM PARA LA FECHA
      * EXACTA DEL LOTE O EL LOTE SE RECHAZA COMPLETO
       BUSCA-TIPO-CAMBIO.
            MOVE "N" TO WS-TC-HALLADO-SWITCH
            MOVE "N" TO WS-DIVISA-SWITCH
            MOVE 1 TO WS-LOTE-TASA
            MOVE WS-MONEDA-LOCAL TO WS-LOTE-MONEDA
            IF TH-MONEDA = SPACES OR TH-MONEDA = WS-MONEDA-LOCAL
                SET WS-TC-HALLADO TO TRUE
                EXIT PARAGRAPH
            END-IF
            SET WS-LOTE-EN-DIVISA TO TRUE
            MOVE TH-MONEDA TO WS-LOTE-MONEDA
            MOVE "N" TO WS-EOF-TC-SWITCH
            OPEN INPUT TIPOCAMB-FILE
            IF WS-TC-STATUS = "00"
                PERFORM UNTIL WS-EOF-TC OR WS-TC-HALLADO
                    READ TIPOCAMB-FILE
                        AT END
                            SET WS-EOF-TC TO TRUE
                        NOT AT END
                            IF TC-MONEDA = TH-MONEDA
                                    AND TC-FECHA = TH-FECHA
                                    AND TC-TASA IS NUMERIC
                                    AND TC-TASA > 0
                                SET WS-TC-HALLADO TO TRUE
                                MOVE TC-TASA TO WS-LOTE-TASA
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TIPOCAMB-FILE
            END-IF.

       CONVIERTE-OPERANDOS.
            IF WS-LOTE-EN-DIVISA
                COMPUTE WS-NUM1-MN ROUNDED = NUM1 * WS-LOTE-TASA
                IF OP-PORCENTAJE
                    MOVE NUM2 TO WS-NUM2-MN
                ELSE
                    COMPUTE WS-NUM2-MN ROUNDED = NUM2 * WS-LOTE-TASA
                END-IF
            ELSE
                MOVE NUM1 TO WS-NUM1-MN
                MOVE NUM2 TO WS-NUM2-MN
            END-IF
            ADD NUM1 TO WS-VOLUMEN
            ADD WS-NUM1-MN TO WS-VOLUMEN-MN
            IF NOT OP-PORCENTAJE
                ADD NUM2 TO WS-VOLUMEN
                ADD WS-NUM2-MN TO WS-VOLUMEN-MN
            END-IF.

       VERIFICA-LOTE-NO-PROCESADO.
            MOVE "N" TO WS-LOTE-DUP-SWITCH
            MOVE WS-LOTE-NUMERO TO LR-LOTE
            MOVE WS-LOTE-FECHA TO LR-FECHA
            MOVE WS-FECHA-PROCESO TO LR-PROCESADO
            MOVE WS-LOTE-MONEDA TO LR-MONEDA
            MOVE WS-LOTE-TASA TO LR-TASA
            MOVE WS-CONT-OPERACIONES TO LR-OPERS
            MOVE WS-VOLUMEN TO LR-VOLUMEN
            MOVE WS-VOLUMEN-MN TO LR-VOLUMEN-MN
            WRITE LOTE-REG-RECORD
            CLOSE LOTES-REGISTRO.

            MOVE "00" TO WS-ESTATUS-OP
            EVALUATE TRUE
                WHEN OP-SUMA
                    ADD WS-NUM1-MN TO WS-NUM2-MN GIVING RES
                    DISPLAY "EL RESULTADO DE LA SUMA ES: " RES
                WHEN OP-RESTA
                    SUBTRACT WS-NUM2-MN FROM WS-NUM1-MN GIVING RES
                    DISPLAY "EL RESULTADO DE LA RESTA ES: " RES
                WHEN OP-MULTIPLICACION
                    MULTIPLY WS-NUM1-MN BY WS-NUM2-MN GIVING RES
                        ON SIZE ERROR
                            DISPLAY "ERROR: RESULTADO FUERA DE RANGO"
                            MOVE 0 TO RES
                                RES
                    END-MULTIPLY
                WHEN OP-DIVISION
                    IF WS-NUM2-MN = 0
                        DISPLAY "ERROR: NO SE PUEDE DIVIDIR ENTRE "
                            "CERO"
                        MOVE 0 TO RES
                        PERFORM REGISTRA-RECHAZO
                        MOVE "10" TO WS-ESTATUS-OP
                    ELSE
                        DIVIDE WS-NUM1-MN BY WS-NUM2-MN
                            GIVING RES ROUNDED
                        DISPLAY "EL RESULTADO DE LA DIVISION ES: "
                            RES
                    END-IF
                WHEN OP-PORCENTAJE
                    COMPUTE RES ROUNDED =
                        WS-NUM1-MN * (100 + WS-NUM2-MN) / 100
                        ON SIZE ERROR
                            DISPLAY "ERROR: RESULTADO FUERA DE RANGO"
                            MOVE 0 TO RES
            MOVE RES TO WS-L-RES
            MOVE WS-LOG-DETALLE TO LOG-LINE
            WRITE LOG-LINE
            IF WS-LOTE-EN-DIVISA
                MOVE WS-LOTE-MONEDA TO WS-LC-MONEDA
                MOVE WS-LOTE-TASA TO WS-LC-TASA
                MOVE WS-NUM1-MN TO WS-LC-NUM1
                MOVE WS-NUM2-MN TO WS-LC-NUM2
                MOVE WS-LOG-CONVERSION TO LOG-LINE
                WRITE LOG-LINE
            END-IF
            CLOSE OPERACIONES-LOG
            ADD 1 TO WS-CONT-OPERACIONES
            ADD RES TO WS-SUMA-RES.
            MOVE OPERACION TO RS-OP
            MOVE RES TO RS-RES
            MOVE WS-ESTATUS-OP TO RS-ESTATUS
            MOVE WS-LOTE-MONEDA TO RS-MONEDA
            MOVE WS-LOTE-TASA TO RS-TASA
            MOVE WS-NUM1-MN TO RS-NUM1-MN
            MOVE WS-NUM2-MN TO RS-NUM2-MN
            WRITE RESULTADO-SALIDA
            EVALUATE WS-ESTATUS-OP
                WHEN "00"
