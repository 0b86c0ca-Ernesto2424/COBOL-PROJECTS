      ******************************************************************
      * Author:
      * Date:
      * Purpose:   CUSTOMER COMPLAINT AND SERVICE-CASE TRACKING
      * Tectonics: cobc
      * Note:      Complaints taken by phone (wrong charges, missing
      *            labels, late orders) are opened here as a case in
      *            CASOS.DAT (shared QJ copybooks), numbered and tied
      *            to the CLIENTE-ID, with a category, the opened
      *            date, the operator it is assigned to, status and,
      *            once closed, the resolution. Categories and their
      *            target resolution time in days live in CASOSCAT.PRM
      *            (written with the shop defaults when missing). The
      *            M option reassigns a case and/or records a
      *            follow-up note (the case goes to in-process), C
      *            closes it with its resolution, L lists the open
      *            cases of the session company and I writes the
      *            aging report CASOS.yyyymmddhhmmss.RPT (catalogued):
      *            open cases by category and by operator in day
      *            buckets, with the ones past their category target
      *            listed at the end. CONSULTA-360 shows the
      *            customer's open and recently closed cases.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT CASOS-REPORT ASSIGN TO DYNAMIC WS-CASOS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-RPT-STATUS.
           COPY QJSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIFD.

       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.
           05  FILLER               PIC X(29).

       FD  CASOS-REPORT.
       01  CASOS-LINE              PIC X(100).

       COPY QJFD.

       COPY TIENDAFD.

       COPY REPCATFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY CIAWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY QJWS.

       01  WS-FILE-STATUS          PIC XX.
       01  WS-OPER-STATUS          PIC XX.
       01  WS-CASOS-RPT-STATUS     PIC XX.
       01  WS-CASOS-FILENAME       PIC X(40).

       01  WS-EOF-MASTER-SWITCH    PIC X VALUE "N".
           88  WS-EOF-MASTER       VALUE "Y".
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-ABRE             VALUE "A" "a".
           88  WS-ACTUALIZA        VALUE "M" "m".
           88  WS-CIERRA           VALUE "C" "c".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-ANTIGUEDAD       VALUE "I" "i".
           88  WS-SALIR            VALUE "X" "x".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CONFIRMA             PIC X.

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-ENTERO-HOY           PIC 9(8) VALUE 0.

      * CLIENTES DEL MAESTRO (ID, ESTATUS Y COMPANIA)
       01  WS-CLI-COUNT            PIC 9(5) VALUE 0.
       01  WS-CLIENTES-TABLE.
           05  WS-CLI-ENTRY OCCURS 10000 TIMES.
               10  WS-CLI-ID       PIC X(6).
               10  WS-CLI-ESTATUS  PIC X.
               10  WS-CLI-CIA      PIC X(2).
       01  WS-CLI-I                PIC 9(5) VALUE 0.
       01  WS-CLI-INDICE           PIC 9(5) VALUE 0.

      * OPERADORES DEL MAESTRO; SIN OPERMAST.DAT SE ACEPTA CUALQUIER
      * ID DE OPERADOR NO BLANCO
       01  WS-OPE-COUNT            PIC 99 VALUE 0.
       01  WS-OPERADORES-TABLE.
           05  WS-O-ID             PIC X(8) OCCURS 50 TIMES.
       01  WS-OPE-I                PIC 99 VALUE 0.
       01  WS-OPE-INDICE           PIC 99 VALUE 0.

      * CAPTURA DEL CASO
       01  WS-ID-CAPTURA           PIC X(6).
       01  WS-CATEGORIA-CAPTURA    PIC X(10).
       01  WS-OPERADOR-CAPTURA     PIC X(8).
       01  WS-TEXTO-CAPTURA        PIC X(60).
       01  WS-NUMERO-TXT           PIC X(6).
       01  WS-NUMERO-MAYOR         PIC 9(6) VALUE 0.
       01  WS-FECHA-META           PIC 9(8) VALUE 0.

      * ANTIGUEDAD: DIAS NATURALES DESDE EL ALTA; FUERA DE META ES
      * MAS DIAS QUE LA META DE SU CATEGORIA (SIN META NO SE MARCA)
       01  WS-DIAS-ABIERTO         PIC 9(5) VALUE 0.
       01  WS-DIAS-META            PIC 9(3) VALUE 0.
       01  WS-CUBETA               PIC 9 VALUE 0.
       01  WS-FUERA-META-SWITCH    PIC X VALUE "N".
           88  WS-FUERA-META       VALUE "Y".

      * ACUMULADOS DEL REPORTE: CLASE C POR CATEGORIA, O POR
      * OPERADOR; CINCO CUBETAS 0-2, 3-7, 8-15, 16-30, 31+ DIAS
       01  WS-AG-COUNT             PIC 9(3) VALUE 0.
       01  WS-AGRUPA-TABLE.
           05  WS-AG-ENTRY OCCURS 150 TIMES.
               10  WS-AG-CLASE     PIC X.
               10  WS-AG-CLAVE     PIC X(10).
               10  WS-AG-CUBETA    PIC 9(5) OCCURS 5 TIMES.
               10  WS-AG-TOTAL     PIC 9(5).
               10  WS-AG-FUERA     PIC 9(5).
       01  WS-AG-I                 PIC 9(3) VALUE 0.
       01  WS-AG-INDICE            PIC 9(3) VALUE 0.
       01  WS-AG-C                 PIC 9 VALUE 0.
       01  WS-AG-CLASE-BUSCADA     PIC X.
       01  WS-AG-CLAVE-BUSCADA     PIC X(10).

       01  WS-CONT-ABIERTOS        PIC 9(5) VALUE 0.
       01  WS-CONT-FUERA           PIC 9(5) VALUE 0.
       01  WS-CONT-LISTADOS        PIC 9(5) VALUE 0.

       01  WS-LISTA-LINE.
           05  WS-L-NUMERO         PIC Z(5)9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CLIENTE        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-CATEGORIA      PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-ESTATUS        PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-ALTA           PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-OPERADOR       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-DIAS           PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-META           PIC ZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-L-MARCA          PIC X(11).

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(7) VALUE "  CASO".
           05  FILLER              PIC X(7) VALUE "ID".
           05  FILLER              PIC X(11) VALUE "CATEGORIA".
           05  FILLER              PIC X(11) VALUE "ESTATUS".
           05  FILLER              PIC X(9) VALUE "ALTA".
           05  FILLER              PIC X(9) VALUE "OPERADOR".
           05  FILLER              PIC X(6) VALUE " DIAS".
           05  FILLER              PIC X(4) VALUE "MET".

       01  WS-AG-LINE.
           05  WS-G-CLAVE          PIC X(10).
           05  WS-G-COLUMNA OCCURS 5 TIMES.
               10  FILLER          PIC X.
               10  WS-G-CUBETA     PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-TOTAL          PIC ZZZZ9.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-G-FUERA          PIC ZZZZ9.

       01  WS-AG-TITULO-LINE.
           05  WS-GT-CLAVE         PIC X(10).
           05  FILLER              PIC X(30) VALUE
               "   0-2   3-7  8-15 16-30   31+".
           05  FILLER              PIC X(12) VALUE " TOTAL FUERA".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "CASOS" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               COMPUTE WS-ENTERO-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
               PERFORM CARGA-CLIENTES-CASO
               PERFORM CARGA-OPERADORES-CASO
               PERFORM CARGA-CATEGORIAS-CASO
               PERFORM CARGA-CASOS
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ABRE  M-ACTUALIZA  C-CIERRA  L-LISTA  "
                       "I-ANTIGUEDAD  X-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ABRE
                           PERFORM ABRE-CASO
                       WHEN WS-ACTUALIZA
                           PERFORM ACTUALIZA-CASO
                       WHEN WS-CIERRA
                           PERFORM CIERRA-CASO
                       WHEN WS-LISTA
                           PERFORM LISTA-CASOS
                       WHEN WS-ANTIGUEDAD
                           PERFORM ANTIGUEDAD-CASOS
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
                   END-EVALUATE
               END-PERFORM
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

           CARGA-CLIENTES-CASO.
               MOVE 0 TO WS-CLI-COUNT
               MOVE "N" TO WS-EOF-MASTER-SWITCH
               OPEN INPUT CLIENTE-MASTER
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "AVISO: CLIENTE.DAT NO DISPONIBLE, NO SE "
                       "PUEDEN ABRIR CASOS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-MASTER
                   READ CLIENTE-MASTER
                       AT END
                           SET WS-EOF-MASTER TO TRUE
                       NOT AT END
                           IF CLIENTE-RECORD(1:3) NOT = "TRL"
                                   AND WS-CLI-COUNT < 10000
                               ADD 1 TO WS-CLI-COUNT
                               MOVE FD-CLIENTE-ID TO
                                   WS-CLI-ID(WS-CLI-COUNT)
                               MOVE FD-ESTATUS TO
                                   WS-CLI-ESTATUS(WS-CLI-COUNT)
                               MOVE FD-COMPANIA TO
                                   WS-CLI-CIA(WS-CLI-COUNT)
                               IF FD-COMPANIA = SPACES
                                   MOVE "01" TO
                                       WS-CLI-CIA(WS-CLI-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTE-MASTER.

           BUSCA-CLIENTE-CASO.
               MOVE 0 TO WS-CLI-INDICE
               PERFORM VARYING WS-CLI-I FROM 1 BY 1
                       UNTIL WS-CLI-I > WS-CLI-COUNT
                           OR WS-CLI-INDICE > 0
                   IF WS-CLI-ID(WS-CLI-I) = WS-ID-CAPTURA
                       MOVE WS-CLI-I TO WS-CLI-INDICE
                   END-IF
               END-PERFORM.

           CARGA-OPERADORES-CASO.
               MOVE 0 TO WS-OPE-COUNT
               MOVE "N" TO WS-EOF-OPER-SWITCH
               OPEN INPUT OPERADOR-MASTER
               IF WS-OPER-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-OPER
                   READ OPERADOR-MASTER
                       AT END
                           SET WS-EOF-OPER TO TRUE
                       NOT AT END
                           IF WS-OPE-COUNT < 50
                                   AND OP-ID NOT = SPACES
                               ADD 1 TO WS-OPE-COUNT
                               MOVE OP-ID TO WS-O-ID(WS-OPE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MASTER.

      * EN BLANCO SE ASIGNA A QUIEN CAPTURA; CON MAESTRO DE
      * OPERADORES EL ASIGNADO DEBE EXISTIR EN EL MAESTRO OPERMAST.DAT;
      * SIN MAESTRO SE ACEPTA CUALQUIER ID NO BLANCO
           VALIDA-OPERADOR-CASO.
               IF WS-OPERADOR-CAPTURA = SPACES
                   MOVE WS-AUD-OPERADOR TO WS-OPERADOR-CAPTURA
               END-IF
               MOVE 1 TO WS-OPE-INDICE
               IF WS-OPE-COUNT > 0
                   MOVE 0 TO WS-OPE-INDICE
                   PERFORM VARYING WS-OPE-I FROM 1 BY 1
                           UNTIL WS-OPE-I > WS-OPE-COUNT
                               OR WS-OPE-INDICE > 0
                       IF WS-O-ID(WS-OPE-I) = WS-OPERADOR-CAPTURA
                           MOVE WS-OPE-I TO WS-OPE-INDICE
                       END-IF
                   END-PERFORM
               END-IF.

      ******************************************************************
      * ALTA DE UN CASO
      ******************************************************************
      * EL CLIENTE DEBE EXISTIR EN LA COMPANIA EN SESION; UN CLIENTE
      * DADO DE BAJA TAMBIEN PUEDE QUEJARSE DE SU ULTIMO CARGO
           ABRE-CASO.
               IF WS-QJ-COUNT >= 5000
                   DISPLAY "CASOS.DAT LLENO (5000), NO HAY ALTAS"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "ID DEL CLIENTE (6 DIGITOS)"
               MOVE SPACES TO WS-ID-CAPTURA
               ACCEPT WS-ID-CAPTURA
               PERFORM BUSCA-CLIENTE-CASO
               IF WS-CLI-INDICE = 0
                   DISPLAY "CLIENTE NO EXISTE"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CLI-CIA(WS-CLI-INDICE) NOT = WS-CIA-ACTUAL
                   DISPLAY "CLIENTE DE OTRA COMPANIA"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CLI-ESTATUS(WS-CLI-INDICE) = "B"
                   DISPLAY "AVISO: CLIENTE DADO DE BAJA"
               END-IF
               PERFORM MUESTRA-CATEGORIAS
               DISPLAY "CATEGORIA DEL CASO"
               MOVE SPACES TO WS-CATEGORIA-CAPTURA
               ACCEPT WS-CATEGORIA-CAPTURA
               MOVE FUNCTION UPPER-CASE(WS-CATEGORIA-CAPTURA) TO
                   WS-QC-BUSCADA
               PERFORM BUSCA-CATEGORIA-CASO
               IF WS-QC-INDICE = 0
                   DISPLAY "CATEGORIA NO EXISTE EN CASOSCAT.PRM"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "DESCRIPCION DE LA QUEJA"
               MOVE SPACES TO WS-TEXTO-CAPTURA
               ACCEPT WS-TEXTO-CAPTURA
               IF WS-TEXTO-CAPTURA = SPACES
                   DISPLAY "LA DESCRIPCION ES OBLIGATORIA"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               DISPLAY "OPERADOR ASIGNADO (BLANCO = " WS-AUD-OPERADOR
                   ")"
               MOVE SPACES TO WS-OPERADOR-CAPTURA
               ACCEPT WS-OPERADOR-CAPTURA
               PERFORM VALIDA-OPERADOR-CASO
               IF WS-OPE-INDICE = 0
                   DISPLAY "OPERADOR NO EXISTE EN OPERMAST.DAT"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FECHA-META = FUNCTION DATE-OF-INTEGER(
                   WS-ENTERO-HOY + WS-QC-DIAS(WS-QC-INDICE))
               DISPLAY "CLIENTE " WS-ID-CAPTURA "  CATEGORIA "
                   WS-QC-CATEGORIA(WS-QC-INDICE) "  ASIGNADO A "
                   WS-OPERADOR-CAPTURA
               DISPLAY "META DE RESOLUCION " WS-QC-DIAS(WS-QC-INDICE)
                   " DIAS (" WS-FECHA-META ")"
               DISPLAY "ABRIR EL CASO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "CASO NO REGISTRADO"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO CASO-RECORD
               PERFORM SIGUIENTE-NUMERO-CASO
               MOVE WS-ID-CAPTURA TO QJ-CLIENTE-ID
               MOVE WS-CIA-ACTUAL TO QJ-COMPANIA
               MOVE WS-QC-CATEGORIA(WS-QC-INDICE) TO QJ-CATEGORIA
               MOVE "A" TO QJ-ESTATUS
               MOVE WS-FECHA-HOY TO QJ-FECHA-ALTA
               MOVE WS-FECHA-HOY TO QJ-FECHA-ACT
               MOVE 0 TO QJ-FECHA-CIERRE
               MOVE WS-OPERADOR-CAPTURA TO QJ-OPERADOR
               MOVE WS-AUD-OPERADOR TO QJ-CAPTURO
               MOVE WS-TEXTO-CAPTURA TO QJ-DESCRIPCION
               ADD 1 TO WS-QJ-COUNT
               MOVE QJ-NUMERO TO WS-QJ-NUM(WS-QJ-COUNT)
               MOVE QJ-CLIENTE-ID TO WS-QJ-ID(WS-QJ-COUNT)
               MOVE QJ-COMPANIA TO WS-QJ-CIA(WS-QJ-COUNT)
               MOVE QJ-ESTATUS TO WS-QJ-EST(WS-QJ-COUNT)
               MOVE CASO-RECORD TO WS-QJ-REG(WS-QJ-COUNT)
               DISPLAY "CASO " QJ-NUMERO " ABIERTO PARA "
                   QJ-CLIENTE-ID
               PERFORM GRABA-CASOS.

           MUESTRA-CATEGORIAS.
               DISPLAY "CATEGORIAS (META EN DIAS):"
               PERFORM VARYING WS-QC-I FROM 1 BY 1
                       UNTIL WS-QC-I > WS-QC-COUNT
                   DISPLAY "  " WS-QC-CATEGORIA(WS-QC-I) " "
                       WS-QC-DIAS(WS-QC-I) " " WS-QC-DESC(WS-QC-I)
               END-PERFORM.

           SIGUIENTE-NUMERO-CASO.
               MOVE 0 TO WS-NUMERO-MAYOR
               PERFORM VARYING WS-QJ-I FROM 1 BY 1
                       UNTIL WS-QJ-I > WS-QJ-COUNT
                   IF WS-QJ-NUM(WS-QJ-I) > WS-NUMERO-MAYOR
                       MOVE WS-QJ-NUM(WS-QJ-I) TO WS-NUMERO-MAYOR
                   END-IF
               END-PERFORM
               COMPUTE QJ-NUMERO = WS-NUMERO-MAYOR + 1.

      ******************************************************************
      * ACTUALIZACION Y CIERRE
      ******************************************************************
      * DEJA EN CASO-RECORD UN CASO NO CERRADO DE LA COMPANIA EN
      * SESION; WS-QJ-INDICE EN CERO SI NO SE PUEDE TOCAR
           LOCALIZA-CASO-ABIERTO.
               MOVE 0 TO WS-QJ-INDICE
               MOVE SPACES TO WS-NUMERO-TXT
               ACCEPT WS-NUMERO-TXT
               IF FUNCTION TRIM(WS-NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "NUMERO INVALIDO"
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-QJ-NUM-BUSCADO =
                   FUNCTION NUMVAL(WS-NUMERO-TXT)
               PERFORM BUSCA-CASO
               IF WS-QJ-INDICE > 0
                   IF WS-QJ-CIA(WS-QJ-INDICE) NOT = WS-CIA-ACTUAL
                       MOVE 0 TO WS-QJ-INDICE
                   END-IF
               END-IF
               IF WS-QJ-INDICE = 0
                   DISPLAY "CASO NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-QJ-REG(WS-QJ-INDICE) TO CASO-RECORD
               IF QJ-CERRADO
                   DISPLAY "EL CASO YA ESTA CERRADO DESDE "
                       QJ-FECHA-CIERRE
                   MOVE 0 TO WS-QJ-INDICE
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CASO " QJ-NUMERO " CLIENTE " QJ-CLIENTE-ID
                   " " QJ-CATEGORIA " ALTA " QJ-FECHA-ALTA
                   " ASIGNADO A " QJ-OPERADOR
               DISPLAY "  " QJ-DESCRIPCION
               IF QJ-SEGUIMIENTO NOT = SPACES
                   DISPLAY "  ULTIMA NOTA (" QJ-FECHA-ACT "): "
                       QJ-SEGUIMIENTO
               END-IF.

      * REASIGNA Y/O ANOTA SEGUIMIENTO; EL CASO PASA A EN PROCESO
           ACTUALIZA-CASO.
               DISPLAY "NUMERO DE CASO A ACTUALIZAR"
               PERFORM LOCALIZA-CASO-ABIERTO
               IF WS-QJ-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               DISPLAY "NUEVO OPERADOR ASIGNADO (BLANCO = SIN CAMBIO)"
               MOVE SPACES TO WS-OPERADOR-CAPTURA
               ACCEPT WS-OPERADOR-CAPTURA
               IF WS-OPERADOR-CAPTURA = SPACES
                   MOVE QJ-OPERADOR TO WS-OPERADOR-CAPTURA
               END-IF
               PERFORM VALIDA-OPERADOR-CASO
               IF WS-OPE-INDICE = 0
                   DISPLAY "OPERADOR NO EXISTE EN OPERMAST.DAT"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "NOTA DE SEGUIMIENTO (BLANCO = SIN NOTA)"
               MOVE SPACES TO WS-TEXTO-CAPTURA
               ACCEPT WS-TEXTO-CAPTURA
               IF WS-OPERADOR-CAPTURA = QJ-OPERADOR
                       AND WS-TEXTO-CAPTURA = SPACES
                   DISPLAY "CASO SIN CAMBIO"
                   EXIT PARAGRAPH
               END-IF
               IF WS-OPERADOR-CAPTURA NOT = QJ-OPERADOR
                   DISPLAY "CASO " QJ-NUMERO " REASIGNADO DE "
                       QJ-OPERADOR " A " WS-OPERADOR-CAPTURA
                   MOVE WS-OPERADOR-CAPTURA TO QJ-OPERADOR
               END-IF
               IF WS-TEXTO-CAPTURA NOT = SPACES
                   MOVE WS-TEXTO-CAPTURA TO QJ-SEGUIMIENTO
               END-IF
               MOVE "P" TO QJ-ESTATUS
               MOVE WS-FECHA-HOY TO QJ-FECHA-ACT
               MOVE QJ-ESTATUS TO WS-QJ-EST(WS-QJ-INDICE)
               MOVE CASO-RECORD TO WS-QJ-REG(WS-QJ-INDICE)
               DISPLAY "CASO " QJ-NUMERO " ACTUALIZADO"
               PERFORM GRABA-CASOS.

           CIERRA-CASO.
               DISPLAY "NUMERO DE CASO A CERRAR"
               PERFORM LOCALIZA-CASO-ABIERTO
               IF WS-QJ-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "RESOLUCION"
               MOVE SPACES TO WS-TEXTO-CAPTURA
               ACCEPT WS-TEXTO-CAPTURA
               IF WS-TEXTO-CAPTURA = SPACES
                   DISPLAY "LA RESOLUCION ES OBLIGATORIA"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CERRAR EL CASO " QJ-NUMERO " (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY "CASO SIN CAMBIO"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TEXTO-CAPTURA TO QJ-RESOLUCION
               MOVE "C" TO QJ-ESTATUS
               MOVE WS-FECHA-HOY TO QJ-FECHA-CIERRE
               MOVE WS-FECHA-HOY TO QJ-FECHA-ACT
               MOVE QJ-ESTATUS TO WS-QJ-EST(WS-QJ-INDICE)
               MOVE CASO-RECORD TO WS-QJ-REG(WS-QJ-INDICE)
               COMPUTE WS-DIAS-ABIERTO = WS-ENTERO-HOY -
                   FUNCTION INTEGER-OF-DATE(QJ-FECHA-ALTA)
               DISPLAY "CASO " QJ-NUMERO " CERRADO EN "
                   WS-DIAS-ABIERTO " DIAS"
               PERFORM GRABA-CASOS.

      ******************************************************************
      * CONSULTA Y REPORTE DE ANTIGUEDAD
      ******************************************************************
      * DEJA EN WS-DIAS-ABIERTO LOS DIAS DEL CASO EN CASO-RECORD, EN
      * WS-DIAS-META LA META DE SU CATEGORIA Y PRENDE WS-FUERA-META
           CALCULA-ANTIGUEDAD-CASO.
               COMPUTE WS-DIAS-ABIERTO = WS-ENTERO-HOY -
                   FUNCTION INTEGER-OF-DATE(QJ-FECHA-ALTA)
               MOVE QJ-CATEGORIA TO WS-QC-BUSCADA
               PERFORM BUSCA-CATEGORIA-CASO
               MOVE 0 TO WS-DIAS-META
               MOVE "N" TO WS-FUERA-META-SWITCH
               IF WS-QC-INDICE > 0
                   MOVE WS-QC-DIAS(WS-QC-INDICE) TO WS-DIAS-META
                   IF WS-DIAS-ABIERTO > WS-DIAS-META
                       SET WS-FUERA-META TO TRUE
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-DIAS-ABIERTO <= 2
                       MOVE 1 TO WS-CUBETA
                   WHEN WS-DIAS-ABIERTO <= 7
                       MOVE 2 TO WS-CUBETA
                   WHEN WS-DIAS-ABIERTO <= 15
                       MOVE 3 TO WS-CUBETA
                   WHEN WS-DIAS-ABIERTO <= 30
                       MOVE 4 TO WS-CUBETA
                   WHEN OTHER
                       MOVE 5 TO WS-CUBETA
               END-EVALUATE.

           ARMA-LINEA-LISTA.
               PERFORM CALCULA-ANTIGUEDAD-CASO
               MOVE QJ-NUMERO TO WS-L-NUMERO
               MOVE QJ-CLIENTE-ID TO WS-L-CLIENTE
               MOVE QJ-CATEGORIA TO WS-L-CATEGORIA
               EVALUATE TRUE
                   WHEN QJ-ABIERTO
                       MOVE "ABIERTO" TO WS-L-ESTATUS
                   WHEN QJ-EN-PROCESO
                       MOVE "EN PROCESO" TO WS-L-ESTATUS
                   WHEN OTHER
                       MOVE "CERRADO" TO WS-L-ESTATUS
               END-EVALUATE
               MOVE QJ-FECHA-ALTA TO WS-L-ALTA
               MOVE QJ-OPERADOR TO WS-L-OPERADOR
               MOVE WS-DIAS-ABIERTO TO WS-L-DIAS
               MOVE WS-DIAS-META TO WS-L-META
               IF WS-FUERA-META
                   MOVE "FUERA META" TO WS-L-MARCA
               ELSE
                   MOVE SPACES TO WS-L-MARCA
               END-IF.

           LISTA-CASOS.
               MOVE 0 TO WS-CONT-LISTADOS
               DISPLAY WS-TITULO-LINE
               PERFORM VARYING WS-QJ-I FROM 1 BY 1
                       UNTIL WS-QJ-I > WS-QJ-COUNT
                   IF WS-QJ-CIA(WS-QJ-I) = WS-CIA-ACTUAL
                           AND WS-QJ-EST(WS-QJ-I) NOT = "C"
                       MOVE WS-QJ-REG(WS-QJ-I) TO CASO-RECORD
                       PERFORM ARMA-LINEA-LISTA
                       DISPLAY WS-LISTA-LINE
                       ADD 1 TO WS-CONT-LISTADOS
                   END-IF
               END-PERFORM
               IF WS-CONT-LISTADOS = 0
                   DISPLAY "SIN CASOS ABIERTOS EN LA COMPANIA "
                       WS-CIA-ACTUAL
               END-IF.

           ANTIGUEDAD-CASOS.
               MOVE 0 TO WS-AG-COUNT
               MOVE 0 TO WS-CONT-ABIERTOS
               MOVE 0 TO WS-CONT-FUERA
               PERFORM VARYING WS-QJ-I FROM 1 BY 1
                       UNTIL WS-QJ-I > WS-QJ-COUNT
                   IF WS-QJ-CIA(WS-QJ-I) = WS-CIA-ACTUAL
                           AND WS-QJ-EST(WS-QJ-I) NOT = "C"
                       MOVE WS-QJ-REG(WS-QJ-I) TO CASO-RECORD
                       PERFORM ACUMULA-CASO-ABIERTO
                   END-IF
               END-PERFORM
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-CASOS-FILENAME
               STRING "CASOS." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CASOS-FILENAME
               OPEN OUTPUT CASOS-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE WS-REPORTE-IDENT-LINE TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE "=== CASOS ABIERTOS POR CATEGORIA ===" TO
                   CASOS-LINE
               WRITE CASOS-LINE
               MOVE "CATEGORIA" TO WS-GT-CLAVE
               MOVE WS-AG-TITULO-LINE TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE "C" TO WS-AG-CLASE-BUSCADA
               PERFORM ESCRIBE-SECCION-ANTIGUEDAD
               MOVE SPACES TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE "=== CASOS ABIERTOS POR OPERADOR ===" TO
                   CASOS-LINE
               WRITE CASOS-LINE
               MOVE "OPERADOR" TO WS-GT-CLAVE
               MOVE WS-AG-TITULO-LINE TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE "O" TO WS-AG-CLASE-BUSCADA
               PERFORM ESCRIBE-SECCION-ANTIGUEDAD
               MOVE SPACES TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE "=== CASOS FUERA DE META ===" TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE WS-TITULO-LINE TO CASOS-LINE
               WRITE CASOS-LINE
               PERFORM VARYING WS-QJ-I FROM 1 BY 1
                       UNTIL WS-QJ-I > WS-QJ-COUNT
                   IF WS-QJ-CIA(WS-QJ-I) = WS-CIA-ACTUAL
                           AND WS-QJ-EST(WS-QJ-I) NOT = "C"
                       MOVE WS-QJ-REG(WS-QJ-I) TO CASO-RECORD
                       PERFORM ARMA-LINEA-LISTA
                       IF WS-FUERA-META
                           MOVE WS-LISTA-LINE TO CASOS-LINE
                           WRITE CASOS-LINE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO CASOS-LINE
               WRITE CASOS-LINE
               MOVE SPACES TO CASOS-LINE
               STRING "CASOS ABIERTOS: " WS-CONT-ABIERTOS
                   "  FUERA DE META: " WS-CONT-FUERA
                   DELIMITED BY SIZE INTO CASOS-LINE
               WRITE CASOS-LINE
               MOVE WS-REPORTE-PIE-LINE TO CASOS-LINE
               WRITE CASOS-LINE
               CLOSE CASOS-REPORT
               MOVE "CASOS" TO WS-RC-TIPO
               MOVE WS-CASOS-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-CONT-ABIERTOS TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "ANTIGUEDAD DE CASOS EN " WS-CASOS-FILENAME
               DISPLAY "  CASOS ABIERTOS " WS-CONT-ABIERTOS
               DISPLAY "  FUERA DE META  " WS-CONT-FUERA.

      * CADA CASO ABIERTO SUMA EN SU CATEGORIA Y EN SU OPERADOR
           ACUMULA-CASO-ABIERTO.
               PERFORM CALCULA-ANTIGUEDAD-CASO
               ADD 1 TO WS-CONT-ABIERTOS
               IF WS-FUERA-META
                   ADD 1 TO WS-CONT-FUERA
               END-IF
               MOVE "C" TO WS-AG-CLASE-BUSCADA
               MOVE QJ-CATEGORIA TO WS-AG-CLAVE-BUSCADA
               PERFORM SUMA-AGRUPADO
               MOVE "O" TO WS-AG-CLASE-BUSCADA
               MOVE QJ-OPERADOR TO WS-AG-CLAVE-BUSCADA
               PERFORM SUMA-AGRUPADO.

           SUMA-AGRUPADO.
               MOVE 0 TO WS-AG-INDICE
               PERFORM VARYING WS-AG-I FROM 1 BY 1
                       UNTIL WS-AG-I > WS-AG-COUNT
                           OR WS-AG-INDICE > 0
                   IF WS-AG-CLASE(WS-AG-I) = WS-AG-CLASE-BUSCADA
                           AND WS-AG-CLAVE(WS-AG-I) =
                               WS-AG-CLAVE-BUSCADA
                       MOVE WS-AG-I TO WS-AG-INDICE
                   END-IF
               END-PERFORM
               IF WS-AG-INDICE = 0
                   IF WS-AG-COUNT >= 150
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-AG-COUNT
                   MOVE WS-AG-COUNT TO WS-AG-INDICE
                   MOVE WS-AG-CLASE-BUSCADA TO
                       WS-AG-CLASE(WS-AG-INDICE)
                   MOVE WS-AG-CLAVE-BUSCADA TO
                       WS-AG-CLAVE(WS-AG-INDICE)
                   PERFORM VARYING WS-AG-C FROM 1 BY 1
                           UNTIL WS-AG-C > 5
                       MOVE 0 TO WS-AG-CUBETA(WS-AG-INDICE, WS-AG-C)
                   END-PERFORM
                   MOVE 0 TO WS-AG-TOTAL(WS-AG-INDICE)
                   MOVE 0 TO WS-AG-FUERA(WS-AG-INDICE)
               END-IF
               ADD 1 TO WS-AG-CUBETA(WS-AG-INDICE, WS-CUBETA)
               ADD 1 TO WS-AG-TOTAL(WS-AG-INDICE)
               IF WS-FUERA-META
                   ADD 1 TO WS-AG-FUERA(WS-AG-INDICE)
               END-IF.

           ESCRIBE-SECCION-ANTIGUEDAD.
               PERFORM VARYING WS-AG-I FROM 1 BY 1
                       UNTIL WS-AG-I > WS-AG-COUNT
                   IF WS-AG-CLASE(WS-AG-I) = WS-AG-CLASE-BUSCADA
                       MOVE SPACES TO WS-AG-LINE
                       MOVE WS-AG-CLAVE(WS-AG-I) TO WS-G-CLAVE
                       PERFORM VARYING WS-AG-C FROM 1 BY 1
                               UNTIL WS-AG-C > 5
                           MOVE WS-AG-CUBETA(WS-AG-I, WS-AG-C) TO
                               WS-G-CUBETA(WS-AG-C)
                       END-PERFORM
                       MOVE WS-AG-TOTAL(WS-AG-I) TO WS-G-TOTAL
                       MOVE WS-AG-FUERA(WS-AG-I) TO WS-G-FUERA
                       MOVE WS-AG-LINE TO CASOS-LINE
                       WRITE CASOS-LINE
                   END-IF
               END-PERFORM.

       COPY QJPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
