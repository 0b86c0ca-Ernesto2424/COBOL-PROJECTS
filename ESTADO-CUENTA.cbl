      *            business date: mailing address block from
      *            CLIENTE.DAT, opening balance (sub-ledger balance
      *            less the month's net), every archived cargo/abono
      *            of the month with its date (finance charges print
      *            as INTERES, write-offs as CASTIGO), and the closing
      *            balance. The month's movements are reread from the
      *            TRANSACC.yyyymmdd.DAT generations listed in
      *            ARCHTRAN.DAT. Runs as the EDOCTA stage of the
      *            JOBPLAN.CTL chain and registers its generation in
      *            REPCAT.DAT like the other reports.
      *            Each movement prints with its reference (order,
      *            standing order, interest period or the item an
      *            abono paid). With ABIERTAS.DAT present the closing
      *            balance is followed by the customer's real open
      *            items (partly paid ones flagged PARCIAL) and, in
      *            their own section, any unapplied cash.
      *            When CLIGRUPO.DAT links branch accounts to a
      *            corporate parent, each top-level parent also gets a
      *            consolidated statement after the individual ones:
      *            the parent and every branch under it, each with its
      *            opening balance, the month's movements and a
      *            closing subtotal, then the group totals.
      *            A customer with loyalty points in PUNTOS.DAT gets a
      *            points line under the closing balance: the points
      *            in force, their value at the PUNTOS.PRM rate and
      *            how many of them expire at the end of the month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDOCTA-STATUS.
           COPY SUBSEL.
           COPY PASEL.
           COPY GPSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY PTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-REGISTRO.
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-TIPO-ORIGINAL PIC X.
           05  TRANS-REFERENCIA    PIC X(10).

       FD  CLIENTE-MASTER.
       COPY CLIFD.
       01  EDOCTA-LINE             PIC X(80).

       COPY SUBFD.
       COPY PAFD.
       COPY GPFD.

       COPY TIENDAFD.


       COPY AUDITFD.

       COPY PTFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY SUBWS.
       COPY PAWS.
       COPY GPWS.
       COPY PTWS.

       01  WS-ARCH-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
           05  WS-ES-ETIQUETA      PIC X(18).
           05  WS-ES-MONTO         PIC -(8)9.99.

      * PUNTOS DE LEALTAD VIGENTES BAJO EL SALDO DE CIERRE
       01  WS-EC-PUNTOS-LINE.
           05  FILLER              PIC X(18) VALUE
               "PUNTOS VIGENTES:  ".
           05  WS-EPT-PUNTOS       PIC Z(8)9.
           05  FILLER              PIC X(8) VALUE "  VALOR ".
           05  WS-EPT-VALOR        PIC Z(7)9.99.
           05  FILLER              PIC X(17) VALUE
               "  VENCEN EN MES: ".
           05  WS-EPT-VENCEN       PIC Z(8)9.

       01  WS-EC-DETALLE-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ED-FECHA         PIC 9(8).
           05  WS-ED-TIPO          PIC X(7).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ED-MONTO         PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ED-REFERENCIA    PIC X(10).

      * PARTIDAS ABIERTAS Y ABONOS SIN APLICAR AL CIERRE
       01  WS-EC-PARTIDA-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-EP-REF           PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-EP-FECHA         PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-EP-ORIGINAL      PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-EP-SALDO         PIC -(7)9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-EP-NOTA          PIC X(7).
       01  WS-EP-CONT              PIC 9(4) VALUE 0.

      * ESTADOS CONSOLIDADOS: UNO POR CUENTA PADRE DE PRIMER NIVEL
       01  WS-RAIZ-COUNT           PIC 9(4) VALUE 0.
       01  WS-RAIZ-TABLE.
           05  WS-RAIZ-ID OCCURS 3000 TIMES PIC X(6).
       01  WS-RAIZ-I               PIC 9(4) VALUE 0.
       01  WS-RAIZ-J               PIC 9(4) VALUE 0.
       01  WS-RAIZ-HALLADA-SWITCH  PIC X VALUE "N".
           88  WS-RAIZ-HALLADA     VALUE "Y".
       01  WS-MIEMBRO-J            PIC 9(4) VALUE 0.
       01  WS-CONSOLIDADA-ID       PIC X(6).
       01  WS-NETO-MIEMBRO         PIC S9(9)V99 VALUE 0.
       01  WS-GRUPO-APERTURA       PIC S9(9)V99 VALUE 0.
       01  WS-GRUPO-CIERRE         PIC S9(9)V99 VALUE 0.
       01  WS-CONT-CONSOLIDADOS    PIC 9(4) VALUE 0.
       01  WS-CONT-SUCURSALES      PIC 9(4) VALUE 0.

       01  WS-EC-CONSOL-TITULO-LINE.
           05  FILLER              PIC X(30) VALUE
               "ESTADO DE CUENTA CONSOLIDADO  ".
           05  WS-ECC-PERIODO      PIC 9(6).
           05  FILLER              PIC X(15) VALUE
               "  CUENTA PADRE ".
           05  WS-ECC-ID           PIC X(6).

       01  WS-EC-SUCURSAL-LINE.
           05  FILLER              PIC X(9) VALUE "SUCURSAL ".
           05  WS-ESU-ID           PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-ESU-NOMBRE       PIC X(62).

       PROCEDURE DIVISION.
           MAIN.
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               PERFORM CARGA-SUBLEDGER
               PERFORM CARGA-PARTIDAS
               PERFORM CARGA-PARAM-PUNTOS
               MOVE WS-FECHA-HOY TO WS-PT-FECHA
               PERFORM CARGA-SALDOS-PUNTOS
               PERFORM CARGA-DIAS-PERIODO
               IF WS-DIAS-COUNT = 0
                   DISPLAY "SIN DIAS ARCHIVADOS DEL PERIODO "
                   MOVE 0 TO WS-A-NETO(WS-ACT-I)
               END-IF
      * UN REVERSO DESHACE EL MOVIMIENTO ORIGINAL: REVERSO DE ABONO
      * SUMA, REVERSO DE CARGO (O SIN TIPO ORIGINAL) RESTA. EL CARGO
      * FINANCIERO (F) SUMA COMO CUALQUIER CARGO, IGUAL QUE EL
      * REEMBOLSO DE UN SALDO A FAVOR (E)
               EVALUATE TRUE
                   WHEN TRANS-TIPO = "C" OR TRANS-TIPO = "F"
                           OR TRANS-TIPO = "E"
                       ADD TRANS-MONTO TO WS-A-NETO(WS-ACT-I)
                   WHEN TRANS-TIPO = "R"
                           AND TRANS-TIPO-ORIGINAL = "A"
                       UNTIL WS-ACT-I > WS-ACT-COUNT
                   PERFORM IMPRIME-ESTADO-CLIENTE
               END-PERFORM
               PERFORM CARGA-GRUPOS
               IF WS-GP-COUNT > 0
                   PERFORM IMPRIME-CONSOLIDADOS
               END-IF
               MOVE WS-REPORTE-PIE-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               CLOSE EDOCTA-REPORT
               MOVE "EDOCTA" TO WS-RC-TIPO
               MOVE WS-EDOCTA-FILENAME TO WS-RC-ARCHIVO
               COMPUTE WS-RC-REGS = WS-CONT-ESTADOS
                   + WS-CONT-CONSOLIDADOS
               PERFORM REGISTRA-GENERACION
               DISPLAY "ESTADOS DE CUENTA GENERADOS: "
                   WS-CONT-ESTADOS " EN " WS-EDOCTA-FILENAME
               IF WS-CONT-CONSOLIDADOS > 0
                   DISPLAY "ESTADOS CONSOLIDADOS DE GRUPO: "
                       WS-CONT-CONSOLIDADOS
               END-IF.

      * UNA PAGINA POR CLIENTE: DIRECCION, APERTURA, DETALLE DEL MES
      * Y CIERRE. EL CIERRE ES EL SALDO ACTUAL DEL SUB-LIBRO Y LA
               MOVE WS-CLIENTE-ACTUAL TO WS-EC-ID
               MOVE WS-EC-TITULO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               PERFORM IMPRIME-DIRECCION
               MOVE "SALDO DE APERTURA:" TO WS-ES-ETIQUETA
               MOVE WS-SALDO-APERTURA TO WS-ES-MONTO
               MOVE WS-EC-SALDO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               PERFORM VARYING WS-DIA-I FROM 1 BY 1
                       UNTIL WS-DIA-I > WS-DIAS-COUNT
                   PERFORM IMPRIME-DETALLE-DIA
               END-PERFORM
               MOVE "SALDO DE CIERRE:  " TO WS-ES-ETIQUETA
               MOVE WS-SALDO-CIERRE TO WS-ES-MONTO
               MOVE WS-EC-SALDO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               PERFORM IMPRIME-PUNTOS-CLIENTE
               IF NOT WS-PA-SIN-ARCHIVO
                   PERFORM IMPRIME-PARTIDAS-ABIERTAS
               END-IF.

      * SALDO DE PUNTOS DEL CLIENTE EN LA COMPANIA EN SESION; SIN
      * RENGLONES EN PUNTOS.DAT NO SE IMPRIME NADA
           IMPRIME-PUNTOS-CLIENTE.
               MOVE WS-CLIENTE-ACTUAL TO WS-PT-CLIENTE
               MOVE WS-CIA-ACTUAL TO WS-PT-CIA
               PERFORM BUSCA-SALDO-PUNTOS
               IF WS-PTS-INDICE = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PTS-SALDO(WS-PTS-INDICE) TO WS-EPT-PUNTOS
               COMPUTE WS-PT-VALOR =
                   WS-PTS-SALDO(WS-PTS-INDICE) * WS-PT-VALOR-PUNTO
               MOVE WS-PT-VALOR TO WS-EPT-VALOR
               MOVE WS-PTS-VENCEN(WS-PTS-INDICE) TO WS-EPT-VENCEN
               MOVE WS-EC-PUNTOS-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE.

      * BLOQUE DE DIRECCION DEL CLIENTE LOCALIZADO EN EL MAESTRO
           IMPRIME-DIRECCION.
               IF WS-CLI-HALLADO
                   PERFORM ARMA-NOMBRE-COMPLETO
                   MOVE WS-NOMBRE-COMPLETO TO EDOCTA-LINE
                   WRITE EDOCTA-LINE
                   MOVE WS-RC-CALLE TO EDOCTA-LINE
                   MOVE "(CLIENTE SIN REGISTRO EN EL MAESTRO)"
                       TO EDOCTA-LINE
                   WRITE EDOCTA-LINE
               END-IF.

           ARMA-NOMBRE-COMPLETO.
               MOVE SPACES TO WS-NOMBRE-COMPLETO
               STRING FUNCTION TRIM(WS-RC-NOMBRE) " "
                   FUNCTION TRIM(WS-RC-APELLIDOS)
                   DELIMITED BY SIZE INTO WS-NOMBRE-COMPLETO.

      * ESTADOS CONSOLIDADOS: CADA CUENTA PADRE DE PRIMER NIVEL DE
      * CLIGRUPO.DAT RECIBE UN ESTADO CON ELLA MISMA Y CADA SUCURSAL
      * QUE CUELGA DE ELLA (A CUALQUIER NIVEL): APERTURA, DETALLE DEL
      * MES Y SUBTOTAL DE CIERRE POR SUCURSAL, Y LOS TOTALES DEL GRUPO
           IMPRIME-CONSOLIDADOS.
               MOVE 0 TO WS-RAIZ-COUNT
               PERFORM VARYING WS-MIEMBRO-J FROM 1 BY 1
                       UNTIL WS-MIEMBRO-J > WS-GP-COUNT
                   IF WS-GP-CIA(WS-MIEMBRO-J) = WS-CIA-ACTUAL
                       MOVE WS-GP-ID(WS-MIEMBRO-J) TO WS-GP-ID-BUSCADO
                       PERFORM BUSCA-RAIZ
                       PERFORM ANOTA-RAIZ
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RAIZ-I FROM 1 BY 1
                       UNTIL WS-RAIZ-I > WS-RAIZ-COUNT
                   PERFORM IMPRIME-ESTADO-CONSOLIDADO
               END-PERFORM.

           ANOTA-RAIZ.
               MOVE "N" TO WS-RAIZ-HALLADA-SWITCH
               PERFORM VARYING WS-RAIZ-J FROM 1 BY 1
                       UNTIL WS-RAIZ-J > WS-RAIZ-COUNT
                           OR WS-RAIZ-HALLADA
                   IF WS-RAIZ-ID(WS-RAIZ-J) = WS-GP-RAIZ
                       SET WS-RAIZ-HALLADA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-RAIZ-HALLADA AND WS-RAIZ-COUNT < 3000
                   ADD 1 TO WS-RAIZ-COUNT
                   MOVE WS-GP-RAIZ TO WS-RAIZ-ID(WS-RAIZ-COUNT)
               END-IF.

           IMPRIME-ESTADO-CONSOLIDADO.
               MOVE WS-RAIZ-ID(WS-RAIZ-I) TO WS-CONSOLIDADA-ID
               ADD 1 TO WS-CONT-CONSOLIDADOS
               MOVE 0 TO WS-GRUPO-APERTURA
               MOVE 0 TO WS-GRUPO-CIERRE
               MOVE 0 TO WS-CONT-SUCURSALES
               MOVE SPACES TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               MOVE WS-PERIODO TO WS-ECC-PERIODO
               MOVE WS-CONSOLIDADA-ID TO WS-ECC-ID
               MOVE WS-EC-CONSOL-TITULO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               MOVE WS-CONSOLIDADA-ID TO WS-CLIENTE-ACTUAL
               PERFORM BUSCA-CLIENTE-ESTADO
               PERFORM IMPRIME-DIRECCION
               PERFORM IMPRIME-SUCURSAL
               PERFORM VARYING WS-MIEMBRO-J FROM 1 BY 1
                       UNTIL WS-MIEMBRO-J > WS-GP-COUNT
                   IF WS-GP-CIA(WS-MIEMBRO-J) = WS-CIA-ACTUAL
                           AND WS-GP-ID(WS-MIEMBRO-J) NOT =
                               WS-CONSOLIDADA-ID
                       MOVE WS-GP-ID(WS-MIEMBRO-J) TO WS-GP-ID-BUSCADO
                       MOVE WS-CONSOLIDADA-ID TO WS-GP-RAIZ
                       PERFORM PERTENECE-A-GRUPO
                       IF WS-GP-EN-GRUPO
                           MOVE WS-GP-ID(WS-MIEMBRO-J) TO
                               WS-CLIENTE-ACTUAL
                           PERFORM IMPRIME-SUCURSAL
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO EDOCTA-LINE
               STRING "TOTAL DEL GRUPO (" WS-CONT-SUCURSALES
                   " CUENTAS)"
                   DELIMITED BY SIZE INTO EDOCTA-LINE
               WRITE EDOCTA-LINE
               MOVE "APERTURA GRUPO:   " TO WS-ES-ETIQUETA
               MOVE WS-GRUPO-APERTURA TO WS-ES-MONTO
               MOVE WS-EC-SALDO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               MOVE "CIERRE GRUPO:     " TO WS-ES-ETIQUETA
               MOVE WS-GRUPO-CIERRE TO WS-ES-MONTO
               MOVE WS-EC-SALDO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE.

      * UNA CUENTA DEL GRUPO: SU NETO DEL MES SALE DE LA PRIMERA
      * PASADA Y SU CIERRE DEL SUB-LIBRO, COMO EN SU ESTADO PROPIO
           IMPRIME-SUCURSAL.
               ADD 1 TO WS-CONT-SUCURSALES
               PERFORM BUSCA-CLIENTE-ESTADO
               MOVE WS-CLIENTE-ACTUAL TO WS-ESU-ID
               IF WS-CLI-HALLADO
                   PERFORM ARMA-NOMBRE-COMPLETO
                   MOVE WS-NOMBRE-COMPLETO TO WS-ESU-NOMBRE
               ELSE
                   MOVE "(SIN REGISTRO EN EL MAESTRO)" TO WS-ESU-NOMBRE
               END-IF
               MOVE WS-EC-SUCURSAL-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               MOVE 0 TO WS-NETO-MIEMBRO
               PERFORM VARYING WS-ACT-I FROM 1 BY 1
                       UNTIL WS-ACT-I > WS-ACT-COUNT
                   IF WS-A-ID(WS-ACT-I) = WS-CLIENTE-ACTUAL
                       MOVE WS-A-NETO(WS-ACT-I) TO WS-NETO-MIEMBRO
                   END-IF
               END-PERFORM
               MOVE WS-CLIENTE-ACTUAL TO WS-SUB-ID-BUSCADO
               PERFORM BUSCA-SUBLED
               IF WS-SUB-HALLADO
                   MOVE WS-SUB-SALDO(WS-SUB-INDICE) TO
                       WS-SALDO-CIERRE
               ELSE
                   MOVE WS-NETO-MIEMBRO TO WS-SALDO-CIERRE
               END-IF
               COMPUTE WS-SALDO-APERTURA =
                   WS-SALDO-CIERRE - WS-NETO-MIEMBRO
               ADD WS-SALDO-APERTURA TO WS-GRUPO-APERTURA
               ADD WS-SALDO-CIERRE TO WS-GRUPO-CIERRE
               MOVE "  APERTURA:       " TO WS-ES-ETIQUETA
               MOVE WS-SALDO-APERTURA TO WS-ES-MONTO
               MOVE WS-EC-SALDO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE
                       UNTIL WS-DIA-I > WS-DIAS-COUNT
                   PERFORM IMPRIME-DETALLE-DIA
               END-PERFORM
               MOVE "  SUBTOTAL SUC.:  " TO WS-ES-ETIQUETA
               MOVE WS-SALDO-CIERRE TO WS-ES-MONTO
               MOVE WS-EC-SALDO-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE.

      * LO QUE EL CLIENTE DEBE, PARTIDA POR PARTIDA, Y APARTE LO QUE
      * PAGO SIN QUE SE HAYA PODIDO APLICAR A NINGUNA
           IMPRIME-PARTIDAS-ABIERTAS.
               MOVE WS-CIA-ACTUAL TO WS-PA-CIA-MOV
               MOVE WS-CLIENTE-ACTUAL TO WS-PA-ID-MOV
               MOVE "PARTIDAS ABIERTAS:" TO EDOCTA-LINE
               WRITE EDOCTA-LINE
               MOVE 0 TO WS-EP-CONT
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                   IF WS-PA-ID(WS-PA-I) = WS-PA-ID-MOV
                           AND WS-PA-CIA(WS-PA-I) = WS-PA-CIA-MOV
                           AND WS-PA-SALDO(WS-PA-I) > 0
                       PERFORM IMPRIME-PARTIDA
                   END-IF
               END-PERFORM
               IF WS-EP-CONT = 0
                   MOVE "  (NINGUNA)" TO EDOCTA-LINE
                   WRITE EDOCTA-LINE
               END-IF
               MOVE 0 TO WS-EP-CONT
               PERFORM VARYING WS-PA-I FROM 1 BY 1
                       UNTIL WS-PA-I > WS-PA-COUNT
                   IF WS-PA-ID(WS-PA-I) = WS-PA-ID-MOV
                           AND WS-PA-CIA(WS-PA-I) = WS-PA-CIA-MOV
                           AND WS-PA-SALDO(WS-PA-I) < 0
                       IF WS-EP-CONT = 0
                           MOVE "ABONOS SIN APLICAR:" TO EDOCTA-LINE
                           WRITE EDOCTA-LINE
                       END-IF
                       PERFORM IMPRIME-PARTIDA
                   END-IF
               END-PERFORM.

           IMPRIME-PARTIDA.
               ADD 1 TO WS-EP-CONT
               MOVE WS-PA-REF(WS-PA-I) TO WS-EP-REF
               MOVE WS-PA-FECHA(WS-PA-I) TO WS-EP-FECHA
               MOVE WS-PA-ORIGINAL(WS-PA-I) TO WS-EP-ORIGINAL
               MOVE WS-PA-SALDO(WS-PA-I) TO WS-EP-SALDO
               IF WS-PA-SALDO(WS-PA-I) > 0
                       AND WS-PA-SALDO(WS-PA-I) NOT =
                           WS-PA-ORIGINAL(WS-PA-I)
                   MOVE "PARCIAL" TO WS-EP-NOTA
               ELSE
                   MOVE SPACES TO WS-EP-NOTA
               END-IF
               MOVE WS-EC-PARTIDA-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE.

           IMPRIME-DETALLE-DIA.
               MOVE WS-DIA-ARCHIVO(WS-DIA-I) TO WS-ARCH-FILENAME
               MOVE "N" TO WS-EOF-TRANS-SWITCH
               EVALUATE TRUE
                   WHEN TRANS-TIPO = "C"
                       MOVE "CARGO" TO WS-ED-TIPO
                   WHEN TRANS-TIPO = "F"
                       MOVE "INTERES" TO WS-ED-TIPO
                   WHEN TRANS-TIPO = "W"
                       MOVE "CASTIGO" TO WS-ED-TIPO
                   WHEN TRANS-TIPO = "E"
                       MOVE "REEMB." TO WS-ED-TIPO
                   WHEN TRANS-TIPO = "R"
                       MOVE "REVERSO" TO WS-ED-TIPO
                   WHEN OTHER
                       MOVE "ABONO" TO WS-ED-TIPO
               END-EVALUATE
               MOVE TRANS-MONTO TO WS-ED-MONTO
               MOVE TRANS-REFERENCIA TO WS-ED-REFERENCIA
               MOVE WS-EC-DETALLE-LINE TO EDOCTA-LINE
               WRITE EDOCTA-LINE.

               END-IF.

       COPY SUBPROC.
       COPY PAPROC.
       COPY GPPROC.
       COPY PTPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
