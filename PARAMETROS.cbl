      ******************************************************************
      * Author:
      * Date:
      * Purpose:   CHANGE-CONTROLLED MAINTENANCE OF PARAMETER FILES
      * Tectonics: cobc
      * Note:      The only sanctioned way to change the shop's
      *            parameter and control files (the list in PMCWS:
      *            ESCALA.PRM, BRACKETS.CTL, TARIFAS.PRM,
      *            RETENCION.PRM, ETIQFMT.PRM, ALERTTOL.CTL,
      *            SLATOL.CTL, JOBPLAN.CTL, CALENDARIO.DAT, PURGA.PRM,
      *            ESTACAD.PRM, INTEGREF.PRM and the finance exchange
      *            rates TIPOCAMB.PRM). Requires a level-3
      *            operator (OPERMAST.DAT). Lines are added, changed
      *            or deleted field by field, each field validated by
      *            the table below (numeric range, list of values,
      *            date, required text); on saving the whole file is
      *            validated again (line limit, unique key, descending
      *            grade scale ending in 000, plan dependencies that
      *            exist), and a reason and an effective date are
      *            required. Every line touched goes to PARAMHIS.DAT
      *            with its before and after under one folio. A change
      *            effective today replaces the file and becomes the
      *            approved version (PARAMAPR.CTL and the PARAMAPR
      *            directory); a future one waits in PARAMAPR as
      *            FILE.PEN until VERIFICA-PARAMETROS applies it on
      *            its date, and can be cancelled meanwhile. A file
      *            found changed outside the program can have its
      *            current content approved, with a reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           COPY PMCSEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       COPY PMCFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY PMCWS.

       01  WS-OPER-STATUS          PIC XX.
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-ES-SUPERVISOR-SW     PIC X VALUE "N".
           88  WS-ES-SUPERVISOR    VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-OPCION-ARCHIVO       PIC XX.
       01  WS-OPCION-NUM REDEFINES WS-OPCION-ARCHIVO PIC 99.
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-ACCION               PIC X.
       01  WS-FIN-EDICION-SWITCH   PIC X VALUE "N".
           88  WS-FIN-EDICION      VALUE "Y".
       01  WS-CONFIRMA             PIC X.
       01  WS-RENGLON-TXT          PIC X(3).
       01  WS-RENGLON-NUM REDEFINES WS-RENGLON-TXT PIC 9(3).
       01  WS-RENGLON-AUX          PIC XX.
       01  WS-VIGENCIA-TXT         PIC X(8).
       01  WS-VIGENCIA-NUM REDEFINES WS-VIGENCIA-TXT PIC 9(8).

      * REGLAS POR ARCHIVO, EN EL ORDEN DE WS-PMC-NOMBRE: MAXIMO DE
      * RENGLONES Y SI EL PRIMER CAMPO ES LLAVE UNICA
       01  WS-REGLAS-ARCHIVO.
           05  FILLER              PIC X(4) VALUE "020N".
           05  FILLER              PIC X(4) VALUE "020N".
           05  FILLER              PIC X(4) VALUE "010S".
           05  FILLER              PIC X(4) VALUE "020S".
           05  FILLER              PIC X(4) VALUE "001N".
           05  FILLER              PIC X(4) VALUE "001N".
           05  FILLER              PIC X(4) VALUE "001N".
           05  FILLER              PIC X(4) VALUE "030S".
           05  FILLER              PIC X(4) VALUE "400S".
           05  FILLER              PIC X(4) VALUE "010S".
           05  FILLER              PIC X(4) VALUE "010S".
           05  FILLER              PIC X(4) VALUE "010S".
           05  FILLER              PIC X(4) VALUE "400N".
       01  WS-REGLAS-ARCHIVO-R REDEFINES WS-REGLAS-ARCHIVO.
           05  WS-RG-ENTRY OCCURS 13 TIMES.
               10  WS-RG-MAXIMO    PIC 9(3).
               10  WS-RG-UNICA     PIC X.

      * CAMPOS DE CADA ARCHIVO: NUMERO DE ARCHIVO, NOMBRE, POSICION,
      * LARGO, TIPO (N NUMERO EN RANGO MINIMO-MAXIMO, X TEXTO
      * OBLIGATORIO, T TEXTO OPCIONAL, L UNO DE LA LISTA, M UNO DE
      * LA LISTA O BLANCO, F FECHA AAAAMMDD), MINIMO, MAXIMO Y LISTA
      * DE VALORES SEPARADOS POR "/". LAS TARIFAS VAN EN CENTAVOS
      * Y EL TIPO DE CAMBIO EN DIEZMILESIMOS (0182345 = 18.2345)
       01  WS-CAMPOS-DEF.
           05  FILLER              PIC X(35) VALUE
               "01MINIMO      001003N00000000000100".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "01LETRA       004001X00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "02DESDE       001003N00000000000999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "02HASTA       004003N00000000000999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "02ETIQUETA    007010X00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "03CONCEPTO    001010L00000000000000".
           05  FILLER              PIC X(29) VALUE "LOTE/OPERACION".
           05  FILLER              PIC X(35) VALUE
               "03TARIFA      011007N00000009999999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "04PREFIJO     001012X00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "04CLASE       013001L00000000000000".
           05  FILLER              PIC X(29) VALUE "G/D/L".
           05  FILLER              PIC X(35) VALUE
               "04VALOR       014004N00000010009999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "05POR-FILA    001001N00000010000003".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "05ALTO        002002N00000040000099".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "05ANCHO       004002N00000200000044".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "06PORCENTAJE  001003N00000010000999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "07PORCENTAJE  001003N00000000000999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "08ETAPA       001014X00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "08COMANDO     015060X00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "08HABILITADA  075001L00000000000000".
           05  FILLER              PIC X(29) VALUE "Y/N".
           05  FILLER              PIC X(35) VALUE
               "08ON-ERROR    076001L00000000000000".
           05  FILLER              PIC X(29) VALUE "A/C/S".
           05  FILLER              PIC X(35) VALUE
               "08DEPENDE     077014T00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "08FRECUENCIA  091001M00000000000000".
           05  FILLER              PIC X(29) VALUE "D/S/M".
           05  FILLER              PIC X(35) VALUE
               "09FECHA       001008F00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "09TIPO-DIA    010001L00000000000000".
           05  FILLER              PIC X(29) VALUE "H/F/D/M".
           05  FILLER              PIC X(35) VALUE
               "09CORTE       012001M00000000000000".
           05  FILLER              PIC X(29) VALUE "S".
           05  FILLER              PIC X(35) VALUE
               "10CONCEPTO    001010L00000000000000".
           05  FILLER              PIC X(29) VALUE "ANOS-BAJA".
           05  FILLER              PIC X(35) VALUE
               "10VALOR       011003N00000010000999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "11CONCEPTO    001010L00000000000000".
           05  FILLER              PIC X(29) VALUE
               "HONORES/AVISO/PROBATORIA".
           05  FILLER              PIC X(35) VALUE
               "11VALOR       011004N00000000009999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "12CONCEPTO    001010L00000000000000".
           05  FILLER              PIC X(29) VALUE "TOLERANCIA".
           05  FILLER              PIC X(35) VALUE
               "12VALOR       011006N00000000999999".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "13MONEDA      001003X00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "13FECHA       004008F00000000000000".
           05  FILLER              PIC X(29) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE
               "13TASA        012007N00000019999999".
           05  FILLER              PIC X(29) VALUE SPACES.
       01  WS-CAMPOS-DEF-R REDEFINES WS-CAMPOS-DEF.
           05  WS-DF-ENTRY OCCURS 33 TIMES.
               10  WS-DF-ARCHIVO   PIC 99.
               10  WS-DF-NOMBRE    PIC X(12).
               10  WS-DF-POS       PIC 9(3).
               10  WS-DF-LARGO     PIC 9(3).
               10  WS-DF-TIPO      PIC X.
               10  WS-DF-MINIMO    PIC 9(7).
               10  WS-DF-MAXIMO    PIC 9(7).
               10  WS-DF-LISTA     PIC X(29).
       01  WS-DF-TOTAL             PIC 99 VALUE 33.
       01  WS-DF-I                 PIC 99 VALUE 0.
       01  WS-DF-LLAVE             PIC 99 VALUE 0.

      * CAPTURA Y VALIDACION DE UN CAMPO
       01  WS-VALOR                PIC X(60).
       01  WS-VALOR-NUM            PIC 9(7) VALUE 0.
       01  WS-CAMPO-OK-SWITCH      PIC X VALUE "N".
           88  WS-CAMPO-OK         VALUE "Y".
       01  WS-MODO-CAMBIO-SWITCH   PIC X VALUE "N".
           88  WS-MODO-CAMBIO      VALUE "Y".
       01  WS-OPCIONES.
           05  WS-OPC-VALOR        PIC X(29) OCCURS 6 TIMES.
       01  WS-OPC-I                PIC 9 VALUE 0.
       01  WS-FEC-VALIDA           PIC 9(8) VALUE 0.
       01  WS-FEC-VALIDA-R REDEFINES WS-FEC-VALIDA.
           05  WS-FV-AAAA          PIC 9(4).
           05  WS-FV-MM            PIC 99.
           05  WS-FV-DD            PIC 99.
       01  WS-FECHA-OK-SWITCH      PIC X VALUE "N".
           88  WS-FECHA-OK         VALUE "Y".

      * CONTENIDO EN EDICION Y CAMBIOS HECHOS DESDE QUE SE CARGO
       01  WS-LIN-COUNT            PIC 9(3) VALUE 0.
       01  WS-LINEAS-TABLE.
           05  WS-LINEA OCCURS 400 TIMES PIC X(100).
       01  WS-LIN-I                PIC 9(3) VALUE 0.
       01  WS-LIN-J                PIC 9(3) VALUE 0.
       01  WS-RENGLON              PIC X(100).
       01  WS-RENGLON-ANTES        PIC X(100).
       01  WS-CB-COUNT             PIC 9(3) VALUE 0.
       01  WS-CAMBIOS-TABLE.
           05  WS-CB-ENTRY OCCURS 200 TIMES.
               10  WS-CB-TIPO      PIC X.
               10  WS-CB-RENGLON   PIC 9(3).
               10  WS-CB-ANTES     PIC X(100).
               10  WS-CB-DESPUES   PIC X(100).
       01  WS-CB-I                 PIC 9(3) VALUE 0.
       01  WS-CONJUNTO-OK-SWITCH   PIC X VALUE "N".
           88  WS-CONJUNTO-OK      VALUE "Y".
       01  WS-HALLADO-SWITCH       PIC X VALUE "N".
           88  WS-HALLADO          VALUE "Y".
       01  WS-AUD-EVENTO-PRM       PIC X(9).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "PARAMS" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM VERIFICA-SUPERVISOR
               IF NOT WS-ES-SUPERVISOR
                   DISPLAY "EL MANTENIMIENTO DE PARAMETROS REQUIERE "
                       "OPERADOR SUPERVISOR (NIVEL 3)"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FIN
                   PERFORM MUESTRA-ARCHIVOS
                   ACCEPT WS-OPCION-ARCHIVO
                   IF WS-OPCION-ARCHIVO(2:1) = SPACE
                       MOVE WS-OPCION-ARCHIVO(1:1) TO
                           WS-OPCION-ARCHIVO(2:1)
                       MOVE "0" TO WS-OPCION-ARCHIVO(1:1)
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-OPCION-ARCHIVO IS NOT NUMERIC
                           DISPLAY "OPCION INVALIDA"
                       WHEN WS-OPCION-NUM = 0
                           SET WS-FIN TO TRUE
                       WHEN WS-OPCION-NUM > WS-PMC-TOTAL
                           DISPLAY "OPCION INVALIDA"
                       WHEN OTHER
                           MOVE WS-OPCION-NUM TO WS-PMC-N
                           PERFORM EDITA-ARCHIVO
                   END-EVALUATE
               END-PERFORM
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * SIN OPERMAST.DAT (ARRANQUE) SE ACEPTA AL OPERADOR
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

           MUESTRA-ARCHIVOS.
               PERFORM CARGA-CONTROL-PMC
               DISPLAY "ARCHIVOS DE PARAMETROS BAJO CONTROL"
               PERFORM VARYING WS-PMC-N FROM 1 BY 1
                       UNTIL WS-PMC-N > WS-PMC-TOTAL
                   MOVE SPACES TO WS-PMC-ARCHIVO
                   MOVE WS-PMC-NOMBRE(WS-PMC-N) TO WS-PMC-ARCHIVO
                   PERFORM BUSCA-CONTROL-PMC
                   IF WS-PMC-CTL-INDICE = 0
                       DISPLAY WS-PMC-N " - " WS-PMC-NOMBRE(WS-PMC-N)
                           "  SIN VERSION APROBADA"
                   ELSE
                       IF WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE) > 0
                           DISPLAY WS-PMC-N " - "
                               WS-PMC-NOMBRE(WS-PMC-N)
                               "  APROBADO "
                               WS-PA-FECHA(WS-PMC-CTL-INDICE)
                               "  CAMBIO PROGRAMADO PARA "
                               WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE)
                       ELSE
                           DISPLAY WS-PMC-N " - "
                               WS-PMC-NOMBRE(WS-PMC-N)
                               "  APROBADO "
                               WS-PA-FECHA(WS-PMC-CTL-INDICE) " POR "
                               WS-PA-OPERADOR(WS-PMC-CTL-INDICE)
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "00 - SALIR"
               DISPLAY "ARCHIVO A MANTENER".

      * CON UN CAMBIO PROGRAMADO EN ESPERA NO SE EDITA: SOLO SE PUEDE
      * CANCELAR; UN ARCHIVO CAMBIADO FUERA DEL PROGRAMA SE AVISA Y
      * SE PUEDE APROBAR TAL COMO ESTA ANTES DE EDITARLO
           EDITA-ARCHIVO.
               MOVE SPACES TO WS-PMC-ARCHIVO
               MOVE WS-PMC-NOMBRE(WS-PMC-N) TO WS-PMC-ARCHIVO
               PERFORM CARGA-CONTROL-PMC
               PERFORM BUSCA-CONTROL-PMC
               IF WS-PMC-CTL-INDICE > 0
                   IF WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE) > 0
                       PERFORM OFRECE-CANCELAR-PROGRAMADO
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CALCULA-FIRMA-PMC
                   IF WS-PMC-EXISTE-SWITCH NOT =
                           WS-PA-EXISTE(WS-PMC-CTL-INDICE)
                           OR WS-PMC-LINEAS NOT =
                           WS-PA-LINEAS(WS-PMC-CTL-INDICE)
                           OR WS-PMC-FIRMA NOT =
                           WS-PA-FIRMA(WS-PMC-CTL-INDICE)
                       PERFORM OFRECE-APROBAR-EXTERNO
                   END-IF
               END-IF
               PERFORM CARGA-LINEAS
               MOVE 0 TO WS-CB-COUNT
               MOVE "N" TO WS-FIN-EDICION-SWITCH
               PERFORM UNTIL WS-FIN-EDICION
                   PERFORM MUESTRA-LINEAS
                   DISPLAY "A-ALTA  C-CAMBIA  B-BAJA  G-GRABA  "
                       "X-SALIR SIN GRABAR"
                   ACCEPT WS-ACCION
                   EVALUATE WS-ACCION
                       WHEN "A"
                       WHEN "a"
                           PERFORM ALTA-RENGLON
                       WHEN "C"
                       WHEN "c"
                           PERFORM CAMBIA-RENGLON
                       WHEN "B"
                       WHEN "b"
                           PERFORM BAJA-RENGLON
                       WHEN "G"
                       WHEN "g"
                           PERFORM GRABA-ARCHIVO
                       WHEN "X"
                       WHEN "x"
                           PERFORM ABANDONA-EDICION
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM.

           OFRECE-CANCELAR-PROGRAMADO.
               DISPLAY WS-PMC-ARCHIVO(1:14) " TIENE UN CAMBIO "
                   "PROGRAMADO (FOLIO "
                   WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE) ") CON VIGENCIA "
                   WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE)
               DISPLAY "NO SE EDITA HASTA QUE ENTRE EN VIGOR. "
                   "CANCELARLO (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PIDE-MOTIVO
               MOVE WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE) TO WS-PMC-FOLIO
               MOVE WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE) TO
                   WS-PMC-VIGENCIA
               MOVE SPACES TO WS-PMC-COMANDO
               STRING "rm -f PARAMAPR/" DELIMITED BY SIZE
                   WS-PMC-ARCHIVO DELIMITED BY SPACE
                   ".PEN" DELIMITED BY SIZE
                   INTO WS-PMC-COMANDO
               CALL "SYSTEM" USING WS-PMC-COMANDO
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE)
               MOVE 0 TO WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE)
               PERFORM GRABA-CONTROL-PMC
               MOVE "X" TO WS-PMC-TIPO
               MOVE 0 TO WS-PMC-RENGLON
               MOVE SPACES TO WS-PMC-ANTES
               MOVE SPACES TO WS-PMC-DESPUES
               PERFORM ANOTA-HISTORIA-PMC
               MOVE "CANCELA" TO WS-AUD-EVENTO-PRM
               PERFORM ANOTA-PARAMETRO-AUDIT
               DISPLAY "CAMBIO PROGRAMADO FOLIO " WS-PMC-FOLIO
                   " CANCELADO".

           OFRECE-APROBAR-EXTERNO.
               DISPLAY "*** " WS-PMC-ARCHIVO(1:14) " FUE CAMBIADO "
                   "FUERA DE ESTE PROGRAMA DESPUES DE SU APROBACION "
                   "DEL " WS-PA-FECHA(WS-PMC-CTL-INDICE) " ***"
               DISPLAY "RENGLONES APROBADOS "
                   WS-PA-LINEAS(WS-PMC-CTL-INDICE) ", ACTUALES "
                   WS-PMC-LINEAS
               DISPLAY "APROBAR EL CONTENIDO ACTUAL TAL COMO ESTA (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "SIGUE PENDIENTE DE APROBAR; LA "
                       "VERIFICACION NOCTURNA LO SEGUIRA REPORTANDO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PIDE-MOTIVO
               PERFORM APRUEBA-VERSION-PMC
               PERFORM SIGUIENTE-FOLIO-PMC
               MOVE "E" TO WS-PMC-TIPO
               MOVE 0 TO WS-PMC-RENGLON
               MOVE WS-FECHA-HOY TO WS-PMC-VIGENCIA
               MOVE SPACES TO WS-PMC-ANTES
               MOVE SPACES TO WS-PMC-DESPUES
               PERFORM ANOTA-HISTORIA-PMC
               MOVE "EXTERNO" TO WS-AUD-EVENTO-PRM
               PERFORM ANOTA-PARAMETRO-AUDIT
               DISPLAY "CONTENIDO ACTUAL APROBADO, FOLIO "
                   WS-PMC-FOLIO.

           PIDE-MOTIVO.
               MOVE SPACES TO WS-PMC-MOTIVO
               PERFORM WITH TEST AFTER
                       UNTIL WS-PMC-MOTIVO NOT = SPACES
                   DISPLAY "MOTIVO (OBLIGATORIO)"
                   ACCEPT WS-PMC-MOTIVO
               END-PERFORM.

           CARGA-LINEAS.
               MOVE 0 TO WS-LIN-COUNT
               MOVE "N" TO WS-PMC-EOF-SWITCH
               OPEN INPUT PMC-PARAMETRO-FILE
               IF WS-PMC-PRM-STATUS NOT = "00"
                   DISPLAY WS-PMC-ARCHIVO(1:14) " NO EXISTE; SE "
                       "CREARA AL GRABAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-PMC-EOF
                   READ PMC-PARAMETRO-FILE
                       AT END
                           SET WS-PMC-EOF TO TRUE
                       NOT AT END
                           IF WS-LIN-COUNT < 400
                               ADD 1 TO WS-LIN-COUNT
                               MOVE PMC-PARAMETRO-RECORD TO
                                   WS-LINEA(WS-LIN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PMC-PARAMETRO-FILE.

           MUESTRA-LINEAS.
               DISPLAY "=== " WS-PMC-ARCHIVO(1:14) " ("
                   WS-LIN-COUNT " RENGLONES, " WS-CB-COUNT
                   " CAMBIOS SIN GRABAR) ==="
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   DISPLAY WS-LIN-I " |" WS-LINEA(WS-LIN-I)(1:92)
               END-PERFORM.

      * EL RENGLON NUEVO SE CAPTURA CAMPO POR CAMPO Y SE INSERTA
      * ANTES DEL RENGLON INDICADO (BLANCO = AL FINAL)
           ALTA-RENGLON.
               IF WS-LIN-COUNT >= WS-RG-MAXIMO(WS-PMC-N)
                   DISPLAY WS-PMC-ARCHIVO(1:14) " ADMITE HASTA "
                       WS-RG-MAXIMO(WS-PMC-N) " RENGLONES"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CB-COUNT >= 200
                   DISPLAY "DEMASIADOS CAMBIOS SIN GRABAR"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-LIN-J
               IF WS-LIN-COUNT > 0
                   DISPLAY "INSERTAR ANTES DEL RENGLON (BLANCO = AL "
                       "FINAL)"
                   ACCEPT WS-RENGLON-TXT
                   IF WS-RENGLON-TXT NOT = SPACES
                       PERFORM NORMALIZA-RENGLON
                       IF WS-RENGLON-TXT IS NOT NUMERIC
                               OR WS-RENGLON-NUM = 0
                               OR WS-RENGLON-NUM > WS-LIN-COUNT
                           DISPLAY "RENGLON INVALIDO"
                           EXIT PARAGRAPH
                       END-IF
                       MOVE WS-RENGLON-NUM TO WS-LIN-J
                   END-IF
               END-IF
               IF WS-LIN-J = 0
                   COMPUTE WS-LIN-J = WS-LIN-COUNT + 1
               END-IF
               MOVE SPACES TO WS-RENGLON
               MOVE "N" TO WS-MODO-CAMBIO-SWITCH
               PERFORM PIDE-CAMPOS
               PERFORM VALIDA-RENGLON-CRUZADO
               IF NOT WS-CONJUNTO-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LIN-I FROM WS-LIN-COUNT BY -1
                       UNTIL WS-LIN-I < WS-LIN-J
                   MOVE WS-LINEA(WS-LIN-I) TO WS-LINEA(WS-LIN-I + 1)
               END-PERFORM
               MOVE WS-RENGLON TO WS-LINEA(WS-LIN-J)
               ADD 1 TO WS-LIN-COUNT
               ADD 1 TO WS-CB-COUNT
               MOVE "A" TO WS-CB-TIPO(WS-CB-COUNT)
               MOVE WS-LIN-J TO WS-CB-RENGLON(WS-CB-COUNT)
               MOVE SPACES TO WS-CB-ANTES(WS-CB-COUNT)
               MOVE WS-RENGLON TO WS-CB-DESPUES(WS-CB-COUNT).

           CAMBIA-RENGLON.
               IF WS-CB-COUNT >= 200
                   DISPLAY "DEMASIADOS CAMBIOS SIN GRABAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PIDE-NUMERO-RENGLON
               IF WS-LIN-J = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LINEA(WS-LIN-J) TO WS-RENGLON
               MOVE WS-LINEA(WS-LIN-J) TO WS-RENGLON-ANTES
               DISPLAY "BLANCO CONSERVA EL VALOR ACTUAL; * DEJA EN "
                   "BLANCO UN CAMPO OPCIONAL"
               SET WS-MODO-CAMBIO TO TRUE
               PERFORM PIDE-CAMPOS
               IF WS-RENGLON = WS-RENGLON-ANTES
                   DISPLAY "SIN CAMBIO EN EL RENGLON"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VALIDA-RENGLON-CRUZADO
               IF NOT WS-CONJUNTO-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RENGLON TO WS-LINEA(WS-LIN-J)
               ADD 1 TO WS-CB-COUNT
               MOVE "C" TO WS-CB-TIPO(WS-CB-COUNT)
               MOVE WS-LIN-J TO WS-CB-RENGLON(WS-CB-COUNT)
               MOVE WS-RENGLON-ANTES TO WS-CB-ANTES(WS-CB-COUNT)
               MOVE WS-RENGLON TO WS-CB-DESPUES(WS-CB-COUNT).

           BAJA-RENGLON.
               IF WS-CB-COUNT >= 200
                   DISPLAY "DEMASIADOS CAMBIOS SIN GRABAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PIDE-NUMERO-RENGLON
               IF WS-LIN-J = 0
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "BAJA DEL RENGLON " WS-LIN-J ": "
                   WS-LINEA(WS-LIN-J)(1:70)
               DISPLAY "CONFIRMA (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CB-COUNT
               MOVE "B" TO WS-CB-TIPO(WS-CB-COUNT)
               MOVE WS-LIN-J TO WS-CB-RENGLON(WS-CB-COUNT)
               MOVE WS-LINEA(WS-LIN-J) TO WS-CB-ANTES(WS-CB-COUNT)
               MOVE SPACES TO WS-CB-DESPUES(WS-CB-COUNT)
               PERFORM VARYING WS-LIN-I FROM WS-LIN-J BY 1
                       UNTIL WS-LIN-I >= WS-LIN-COUNT
                   MOVE WS-LINEA(WS-LIN-I + 1) TO WS-LINEA(WS-LIN-I)
               END-PERFORM
               MOVE SPACES TO WS-LINEA(WS-LIN-COUNT)
               SUBTRACT 1 FROM WS-LIN-COUNT.

      * WS-LIN-J QUEDA EN 0 SI EL RENGLON NO EXISTE
           PIDE-NUMERO-RENGLON.
               MOVE 0 TO WS-LIN-J
               IF WS-LIN-COUNT = 0
                   DISPLAY "EL ARCHIVO NO TIENE RENGLONES"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "NUMERO DE RENGLON"
               ACCEPT WS-RENGLON-TXT
               PERFORM NORMALIZA-RENGLON
               IF WS-RENGLON-TXT IS NOT NUMERIC
                       OR WS-RENGLON-NUM = 0
                       OR WS-RENGLON-NUM > WS-LIN-COUNT
                   DISPLAY "RENGLON INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RENGLON-NUM TO WS-LIN-J.

      * "7" O "07" SE TOMAN COMO 007
           NORMALIZA-RENGLON.
               IF WS-RENGLON-TXT(3:1) = SPACE
                   MOVE WS-RENGLON-TXT(1:2) TO WS-RENGLON-AUX
                   MOVE WS-RENGLON-AUX TO WS-RENGLON-TXT(2:2)
                   MOVE "0" TO WS-RENGLON-TXT(1:1)
               END-IF
               IF WS-RENGLON-TXT(3:1) = SPACE
                   MOVE WS-RENGLON-TXT(1:2) TO WS-RENGLON-AUX
                   MOVE WS-RENGLON-AUX TO WS-RENGLON-TXT(2:2)
                   MOVE "0" TO WS-RENGLON-TXT(1:1)
               END-IF.

           PIDE-CAMPOS.
               PERFORM VARYING WS-DF-I FROM 1 BY 1
                       UNTIL WS-DF-I > WS-DF-TOTAL
                   IF WS-DF-ARCHIVO(WS-DF-I) = WS-PMC-N
                       PERFORM PIDE-CAMPO
                   END-IF
               END-PERFORM.

           PIDE-CAMPO.
               MOVE "N" TO WS-CAMPO-OK-SWITCH
               PERFORM UNTIL WS-CAMPO-OK
                   PERFORM MUESTRA-AYUDA-CAMPO
                   MOVE SPACES TO WS-VALOR
                   ACCEPT WS-VALOR
                   EVALUATE TRUE
                       WHEN WS-MODO-CAMBIO AND WS-VALOR = SPACES
                           SET WS-CAMPO-OK TO TRUE
                       WHEN WS-VALOR = "*"
                               AND (WS-DF-TIPO(WS-DF-I) = "T"
                                   OR WS-DF-TIPO(WS-DF-I) = "M")
                           MOVE SPACES TO
                               WS-RENGLON(WS-DF-POS(WS-DF-I):
                                   WS-DF-LARGO(WS-DF-I))
                           SET WS-CAMPO-OK TO TRUE
                       WHEN OTHER
                           PERFORM VALIDA-VALOR
                           IF WS-CAMPO-OK
                               MOVE WS-VALOR TO
                                   WS-RENGLON(WS-DF-POS(WS-DF-I):
                                       WS-DF-LARGO(WS-DF-I))
                           ELSE
                               DISPLAY "VALOR INVALIDO PARA "
                                   WS-DF-NOMBRE(WS-DF-I)
                           END-IF
                   END-EVALUATE
               END-PERFORM.

           MUESTRA-AYUDA-CAMPO.
               EVALUATE WS-DF-TIPO(WS-DF-I)
                   WHEN "N"
                       DISPLAY WS-DF-NOMBRE(WS-DF-I) " ("
                           WS-DF-LARGO(WS-DF-I) " DIGITOS, DE "
                           WS-DF-MINIMO(WS-DF-I) " A "
                           WS-DF-MAXIMO(WS-DF-I) ")"
                   WHEN "L"
                       DISPLAY WS-DF-NOMBRE(WS-DF-I) " (UNO DE "
                           WS-DF-LISTA(WS-DF-I) ")"
                   WHEN "M"
                       DISPLAY WS-DF-NOMBRE(WS-DF-I) " (UNO DE "
                           WS-DF-LISTA(WS-DF-I) " U OPCIONAL)"
                   WHEN "F"
                       DISPLAY WS-DF-NOMBRE(WS-DF-I)
                           " (FECHA AAAAMMDD)"
                   WHEN "T"
                       DISPLAY WS-DF-NOMBRE(WS-DF-I) " (HASTA "
                           WS-DF-LARGO(WS-DF-I) " CARACTERES, "
                           "OPCIONAL)"
                   WHEN OTHER
                       DISPLAY WS-DF-NOMBRE(WS-DF-I) " (HASTA "
                           WS-DF-LARGO(WS-DF-I) " CARACTERES)"
               END-EVALUATE
               IF WS-MODO-CAMBIO
                   DISPLAY "  ACTUAL: "
                       WS-RENGLON(WS-DF-POS(WS-DF-I):
                           WS-DF-LARGO(WS-DF-I))
               END-IF.

      * VALIDA WS-VALOR CONTRA EL CAMPO WS-DF-I; LO QUE PASE DEL
      * LARGO DEL CAMPO LO HACE INVALIDO
           VALIDA-VALOR.
               MOVE "N" TO WS-CAMPO-OK-SWITCH
               IF WS-DF-LARGO(WS-DF-I) < 60
                   IF WS-VALOR(WS-DF-LARGO(WS-DF-I) + 1:) NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               EVALUATE WS-DF-TIPO(WS-DF-I)
                   WHEN "N"
                       IF WS-VALOR(1:WS-DF-LARGO(WS-DF-I)) IS NUMERIC
                           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(
                               WS-VALOR(1:WS-DF-LARGO(WS-DF-I)))
                           IF WS-VALOR-NUM >= WS-DF-MINIMO(WS-DF-I)
                                   AND WS-VALOR-NUM <=
                                       WS-DF-MAXIMO(WS-DF-I)
                               SET WS-CAMPO-OK TO TRUE
                           END-IF
                       END-IF
                   WHEN "X"
                       IF WS-VALOR NOT = SPACES
                           SET WS-CAMPO-OK TO TRUE
                       END-IF
                   WHEN "T"
                       SET WS-CAMPO-OK TO TRUE
                   WHEN "M"
                       IF WS-VALOR = SPACES
                           SET WS-CAMPO-OK TO TRUE
                       ELSE
                           PERFORM BUSCA-EN-LISTA
                       END-IF
                   WHEN "L"
                       PERFORM BUSCA-EN-LISTA
                   WHEN "F"
                       IF WS-VALOR(1:8) IS NUMERIC
                           MOVE WS-VALOR(1:8) TO WS-FEC-VALIDA
                           PERFORM VALIDA-FECHA
                           IF WS-FECHA-OK
                               SET WS-CAMPO-OK TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE.

           BUSCA-EN-LISTA.
               MOVE SPACES TO WS-OPCIONES
               UNSTRING WS-DF-LISTA(WS-DF-I) DELIMITED BY "/"
                   INTO WS-OPC-VALOR(1) WS-OPC-VALOR(2)
                       WS-OPC-VALOR(3) WS-OPC-VALOR(4)
                       WS-OPC-VALOR(5) WS-OPC-VALOR(6)
               END-UNSTRING
               PERFORM VARYING WS-OPC-I FROM 1 BY 1
                       UNTIL WS-OPC-I > 6 OR WS-CAMPO-OK
                   IF WS-OPC-VALOR(WS-OPC-I) NOT = SPACES
                           AND WS-OPC-VALOR(WS-OPC-I) = WS-VALOR
                       SET WS-CAMPO-OK TO TRUE
                   END-IF
               END-PERFORM.

           VALIDA-FECHA.
               MOVE "N" TO WS-FECHA-OK-SWITCH
               IF WS-FV-AAAA < 1990 OR WS-FV-AAAA > 2099
                       OR WS-FV-MM < 1 OR WS-FV-MM > 12
                       OR WS-FV-DD < 1 OR WS-FV-DD > 31
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-FEC-VALIDA) = 0
                   EXIT PARAGRAPH
               END-IF
               SET WS-FECHA-OK TO TRUE.

      * REGLAS ENTRE CAMPOS DEL MISMO RENGLON (WS-RENGLON)
           VALIDA-RENGLON-CRUZADO.
               SET WS-CONJUNTO-OK TO TRUE
               IF WS-PMC-NOMBRE(WS-PMC-N) = "BRACKETS.CTL"
                       AND WS-RENGLON(1:3) > WS-RENGLON(4:3)
                   DISPLAY "DESDE NO PUEDE SER MAYOR QUE HASTA; "
                       "RENGLON NO ACEPTADO"
                   MOVE "N" TO WS-CONJUNTO-OK-SWITCH
               END-IF.

      * ANTES DE GRABAR SE VALIDA TODO EL ARCHIVO: CADA CAMPO DE CADA
      * RENGLON (TAMBIEN LOS QUE NO SE TOCARON), EL MAXIMO DE
      * RENGLONES, LA LLAVE UNICA Y LAS REGLAS PROPIAS DEL ARCHIVO
           VALIDA-CONJUNTO.
               SET WS-CONJUNTO-OK TO TRUE
               IF WS-LIN-COUNT > WS-RG-MAXIMO(WS-PMC-N)
                   DISPLAY WS-PMC-ARCHIVO(1:14) " ADMITE HASTA "
                       WS-RG-MAXIMO(WS-PMC-N) " RENGLONES"
                   MOVE "N" TO WS-CONJUNTO-OK-SWITCH
               END-IF
               MOVE 0 TO WS-DF-LLAVE
               PERFORM VARYING WS-DF-I FROM 1 BY 1
                       UNTIL WS-DF-I > WS-DF-TOTAL
                   IF WS-DF-ARCHIVO(WS-DF-I) = WS-PMC-N
                       IF WS-DF-LLAVE = 0
                           MOVE WS-DF-I TO WS-DF-LLAVE
                       END-IF
                       PERFORM VARYING WS-LIN-I FROM 1 BY 1
                               UNTIL WS-LIN-I > WS-LIN-COUNT
                           PERFORM VALIDA-CAMPO-GUARDADO
                       END-PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   MOVE WS-LINEA(WS-LIN-I) TO WS-RENGLON
                   PERFORM VALIDA-RENGLON-CRUZADO
                   IF NOT WS-CONJUNTO-OK
                       DISPLAY "  EN EL RENGLON " WS-LIN-I
                   END-IF
               END-PERFORM
               IF WS-RG-UNICA(WS-PMC-N) = "S" AND WS-DF-LLAVE > 0
                   PERFORM VALIDA-LLAVE-UNICA
               END-IF
               EVALUATE WS-PMC-NOMBRE(WS-PMC-N)
                   WHEN "ESCALA.PRM"
                       PERFORM VALIDA-ESCALA
                   WHEN "JOBPLAN.CTL"
                       PERFORM VALIDA-DEPENDENCIAS
                   WHEN "TIPOCAMB.PRM"
                       PERFORM VALIDA-TIPO-CAMBIO
               END-EVALUATE.

           VALIDA-CAMPO-GUARDADO.
               MOVE SPACES TO WS-VALOR
               MOVE WS-LINEA(WS-LIN-I)(WS-DF-POS(WS-DF-I):
                   WS-DF-LARGO(WS-DF-I)) TO WS-VALOR
               PERFORM VALIDA-VALOR
               IF NOT WS-CAMPO-OK
                   DISPLAY "RENGLON " WS-LIN-I " CAMPO "
                       WS-DF-NOMBRE(WS-DF-I) " INVALIDO: "
                       WS-VALOR(1:WS-DF-LARGO(WS-DF-I))
                   MOVE "N" TO WS-CONJUNTO-OK-SWITCH
               END-IF.

           VALIDA-LLAVE-UNICA.
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I >= WS-LIN-COUNT
                   PERFORM VARYING WS-LIN-J FROM WS-LIN-I BY 1
                           UNTIL WS-LIN-J >= WS-LIN-COUNT
                       IF WS-LINEA(WS-LIN-I)(WS-DF-POS(WS-DF-LLAVE):
                               WS-DF-LARGO(WS-DF-LLAVE)) =
                               WS-LINEA(WS-LIN-J + 1)
                               (WS-DF-POS(WS-DF-LLAVE):
                               WS-DF-LARGO(WS-DF-LLAVE))
                           DISPLAY WS-DF-NOMBRE(WS-DF-LLAVE)
                               " REPETIDO EN LOS RENGLONES " WS-LIN-I
                               " Y " WS-LIN-J " + 1"
                           MOVE "N" TO WS-CONJUNTO-OK-SWITCH
                       END-IF
                   END-PERFORM
               END-PERFORM.

      * LA ESCALA VA DE MAYOR A MENOR MINIMO Y TERMINA EN 000
           VALIDA-ESCALA.
               IF WS-LIN-COUNT = 0
                   DISPLAY "LA ESCALA NO PUEDE QUEDAR VACIA"
                   MOVE "N" TO WS-CONJUNTO-OK-SWITCH
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LIN-I FROM 2 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   IF WS-LINEA(WS-LIN-I)(1:3) NOT <
                           WS-LINEA(WS-LIN-I - 1)(1:3)
                       DISPLAY "LA ESCALA DEBE IR DE MAYOR A MENOR "
                           "MINIMO (RENGLON " WS-LIN-I ")"
                       MOVE "N" TO WS-CONJUNTO-OK-SWITCH
                   END-IF
               END-PERFORM
               IF WS-LINEA(WS-LIN-COUNT)(1:3) NOT = "000"
                   DISPLAY "EL ULTIMO RENGLON DE LA ESCALA DEBE TENER "
                       "MINIMO 000"
                   MOVE "N" TO WS-CONJUNTO-OK-SWITCH
               END-IF.

      * TODA ETAPA DE LA QUE OTRA DEPENDE DEBE EXISTIR EN EL PLAN
           VALIDA-DEPENDENCIAS.
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   IF WS-LINEA(WS-LIN-I)(77:14) NOT = SPACES
                       MOVE "N" TO WS-HALLADO-SWITCH
                       PERFORM VARYING WS-LIN-J FROM 1 BY 1
                               UNTIL WS-LIN-J > WS-LIN-COUNT
                                   OR WS-HALLADO
                           IF WS-LINEA(WS-LIN-J)(1:14) =
                                   WS-LINEA(WS-LIN-I)(77:14)
                               SET WS-HALLADO TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT WS-HALLADO
                           DISPLAY "RENGLON " WS-LIN-I " DEPENDE DE "
                               WS-LINEA(WS-LIN-I)(77:14)
                               " QUE NO ESTA EN EL PLAN"
                           MOVE "N" TO WS-CONJUNTO-OK-SWITCH
                       END-IF
                   END-IF
               END-PERFORM.

      * UN SOLO TIPO DE CAMBIO POR MONEDA Y FECHA
           VALIDA-TIPO-CAMBIO.
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I >= WS-LIN-COUNT
                   PERFORM VARYING WS-LIN-J FROM WS-LIN-I BY 1
                           UNTIL WS-LIN-J >= WS-LIN-COUNT
                       IF WS-LINEA(WS-LIN-I)(1:11) =
                               WS-LINEA(WS-LIN-J + 1)(1:11)
                           DISPLAY "MONEDA Y FECHA REPETIDAS EN LOS "
                               "RENGLONES " WS-LIN-I " Y " WS-LIN-J
                               " + 1"
                           MOVE "N" TO WS-CONJUNTO-OK-SWITCH
                       END-IF
                   END-PERFORM
               END-PERFORM.

      * MOTIVO Y FECHA DE VIGENCIA OBLIGATORIOS; VIGENTE HOY (FECHA
      * DE NEGOCIO) SE APLICA YA, POSTERIOR QUEDA PROGRAMADO
           GRABA-ARCHIVO.
               IF WS-CB-COUNT = 0
                   DISPLAY "NADA QUE GRABAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VALIDA-CONJUNTO
               IF NOT WS-CONJUNTO-OK
                   DISPLAY "CORRIGE LOS RENGLONES SENALADOS ANTES DE "
                       "GRABAR"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PIDE-MOTIVO
               MOVE "N" TO WS-FECHA-OK-SWITCH
               PERFORM UNTIL WS-FECHA-OK
                   DISPLAY "FECHA DE VIGENCIA (AAAAMMDD, BLANCO = "
                       WS-FECHA-HOY ")"
                   ACCEPT WS-VIGENCIA-TXT
                   IF WS-VIGENCIA-TXT = SPACES
                       MOVE WS-FECHA-HOY TO WS-VIGENCIA-NUM
                   END-IF
                   IF WS-VIGENCIA-TXT IS NUMERIC
                       MOVE WS-VIGENCIA-NUM TO WS-FEC-VALIDA
                       PERFORM VALIDA-FECHA
                       IF WS-FECHA-OK
                               AND WS-VIGENCIA-NUM < WS-FECHA-HOY
                           MOVE "N" TO WS-FECHA-OK-SWITCH
                       END-IF
                   END-IF
                   IF NOT WS-FECHA-OK
                       DISPLAY "FECHA INVALIDA O ANTERIOR A HOY"
                   END-IF
               END-PERFORM
               DISPLAY "CONFIRMA " WS-CB-COUNT " CAMBIO(S) A "
                   WS-PMC-ARCHIVO(1:14) " CON VIGENCIA "
                   WS-VIGENCIA-NUM " (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "GRABACION CANCELADA, LOS CAMBIOS SIGUEN "
                       "EN EDICION"
                   EXIT PARAGRAPH
               END-IF
               PERFORM SIGUIENTE-FOLIO-PMC
               MOVE WS-VIGENCIA-NUM TO WS-PMC-VIGENCIA
               PERFORM VARYING WS-CB-I FROM 1 BY 1
                       UNTIL WS-CB-I > WS-CB-COUNT
                   MOVE WS-CB-TIPO(WS-CB-I) TO WS-PMC-TIPO
                   MOVE WS-CB-RENGLON(WS-CB-I) TO WS-PMC-RENGLON
                   MOVE WS-CB-ANTES(WS-CB-I) TO WS-PMC-ANTES
                   MOVE WS-CB-DESPUES(WS-CB-I) TO WS-PMC-DESPUES
                   PERFORM ANOTA-HISTORIA-PMC
               END-PERFORM
               IF WS-VIGENCIA-NUM > WS-FECHA-HOY
                   PERFORM PROGRAMA-CAMBIO
               ELSE
                   PERFORM ESCRIBE-LINEAS
                   PERFORM APRUEBA-VERSION-PMC
                   MOVE "CAMBIO" TO WS-AUD-EVENTO-PRM
                   PERFORM ANOTA-PARAMETRO-AUDIT
                   DISPLAY WS-PMC-ARCHIVO(1:14) " GRABADO Y APROBADO, "
                       "FOLIO " WS-PMC-FOLIO
               END-IF
               SET WS-FIN-EDICION TO TRUE.

      * EL CONTENIDO NUEVO ESPERA EN PARAMAPR/ARCHIVO.PEN; SI EL
      * ARCHIVO NO TENIA VERSION APROBADA, LA ACTUAL QUEDA COMO TAL
           PROGRAMA-CAMBIO.
               PERFORM CARGA-CONTROL-PMC
               PERFORM BUSCA-CONTROL-PMC
               IF WS-PMC-CTL-INDICE = 0
                   PERFORM APRUEBA-VERSION-PMC
                   PERFORM BUSCA-CONTROL-PMC
               END-IF
               IF WS-PMC-CTL-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               CALL "SYSTEM" USING "mkdir -p PARAMAPR"
               MOVE 0 TO RETURN-CODE
               MOVE WS-PMC-ARCHIVO TO WS-PMC-COPIA
               MOVE SPACES TO WS-PMC-ARCHIVO
               STRING "PARAMAPR/" WS-PMC-COPIA
                   DELIMITED BY SPACE ".PEN" DELIMITED BY SIZE
                   INTO WS-PMC-ARCHIVO
               PERFORM ESCRIBE-LINEAS
               MOVE WS-PMC-COPIA TO WS-PMC-ARCHIVO
               MOVE WS-VIGENCIA-NUM TO
                   WS-PA-VIGENCIA-PEN(WS-PMC-CTL-INDICE)
               MOVE WS-PMC-FOLIO TO WS-PA-FOLIO-PEN(WS-PMC-CTL-INDICE)
               PERFORM GRABA-CONTROL-PMC
               MOVE "PROGRAMA" TO WS-AUD-EVENTO-PRM
               PERFORM ANOTA-PARAMETRO-AUDIT
               DISPLAY WS-PMC-ARCHIVO(1:14) " CAMBIO PROGRAMADO, FOLIO "
                   WS-PMC-FOLIO ", ENTRA EN VIGOR EL "
                   WS-VIGENCIA-NUM.

           ESCRIBE-LINEAS.
               OPEN OUTPUT PMC-PARAMETRO-FILE
               PERFORM VARYING WS-LIN-I FROM 1 BY 1
                       UNTIL WS-LIN-I > WS-LIN-COUNT
                   MOVE WS-LINEA(WS-LIN-I) TO PMC-PARAMETRO-RECORD
                   WRITE PMC-PARAMETRO-RECORD
               END-PERFORM
               CLOSE PMC-PARAMETRO-FILE.

           ABANDONA-EDICION.
               IF WS-CB-COUNT > 0
                   DISPLAY "SE DESCARTAN " WS-CB-COUNT
                       " CAMBIO(S) SIN GRABAR (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               SET WS-FIN-EDICION TO TRUE.

      * WS-AUD-EVENTO-PRM LLEGA PUESTO: CAMBIO, PROGRAMA, CANCELA O
      * EXTERNO
           ANOTA-PARAMETRO-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "PARAM" TO AUD-EVENTO
               MOVE WS-AUD-EVENTO-PRM TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               STRING WS-PMC-ARCHIVO(1:14) " FOLIO " WS-PMC-FOLIO
                   " VIGENCIA " WS-PMC-VIGENCIA
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

       COPY PMCPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
