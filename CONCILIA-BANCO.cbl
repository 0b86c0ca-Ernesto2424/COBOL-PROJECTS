      *            abonos each get their own exceptions section with
      *            totals in CONCILIA.yyyymmddhhmmss.RPT; malformed
      *            bank rows go to ERRORES.LOG.
      *            Cash deposit slips (FICHADEP.DAT, issued by
      *            FICHAS-DEPOSITO) are ticked first: a bank row whose
      *            reference is the slip's DEP number, or failing that
      *            one of the same amount, credits the oldest pending
      *            slip, which is marked credited with the bank's date
      *            and reference. Cash abonos of the day whose session
      *            already went out on a slip (CAJASES.DAT and
      *            CAJAREC.DAT) are reconciled through the slip rather
      *            than listed as unmatched. Pending slips older than
      *            the tolerance in DEPDIAS.CTL (days, 3 by default)
      *            are listed as not credited by the bank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   WS-CONCILIA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCILIA-STATUS.
           SELECT DEPDIAS-CTL-FILE ASSIGN TO "DEPDIAS.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAS-STATUS.
           COPY CSSEL.
           COPY CJSEL.
           COPY DSSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
       FD  CONCILIA-REPORT.
       01  CONCILIA-LINE           PIC X(80).

       FD  DEPDIAS-CTL-FILE.
       01  DEPDIAS-CTL-RECORD.
           05  DD-DIAS             PIC 9(3).

       COPY CSFD.

       COPY CJFD.

       COPY DSFD.

       COPY TIENDAFD.

       COPY REPCATFD.
       COPY ERRWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY DSWS.

       01  WS-BANCO-STATUS         PIC XX.
       01  WS-SES-STATUS           PIC XX.
       01  WS-CJ-STATUS            PIC XX.
       01  WS-DIAS-STATUS          PIC XX.
       01  WS-TRANS-STATUS         PIC XX.
       01  WS-CONCILIA-STATUS      PIC XX.
       01  WS-ARCH-FILENAME        PIC X(40).
           88  WS-EOF-TRANS        VALUE "Y".

       01  WS-FECHA-CONCILIA       PIC X(8).
       01  WS-FECHA-CONC-NUM REDEFINES WS-FECHA-CONCILIA
                                   PIC 9(8).

       01  WS-BK-FECHA             PIC X(8).
       01  WS-BK-REF               PIC X(10).
               10  WS-RG-MONTO     PIC 9(7)V99.
               10  WS-RG-PAREADO-SW PIC X.
                   88  WS-RG-PAREADO    VALUE "Y".
                   88  WS-RG-EN-FICHA   VALUE "F".
                   88  WS-RG-SUELTO     VALUE "N".

      * FILAS DEL BANCO, CON BANDERA DE PAREADO
       01  WS-BCO-COUNT            PIC 9(4) VALUE 0.
               10  WS-BC-PAREADO-SW PIC X.
                   88  WS-BC-PAREADO    VALUE "Y".

      * SESIONES DE CAJA CON SU FICHA DE DEPOSITO (0 = SIN FICHA)
       01  WS-CSE-COUNT            PIC 9(5) VALUE 0.
       01  WS-CSE-TABLE.
           05  WS-CSE-ENTRY OCCURS 5000 TIMES.
               10  WS-CSE-FECHA    PIC 9(8).
               10  WS-CSE-HORA     PIC 9(8).
               10  WS-CSE-CAJERO   PIC X(8).
               10  WS-CSE-FICHA    PIC 9(7).
       01  WS-CSE-I                PIC 9(5) VALUE 0.
       01  WS-EOF-SES-SWITCH       PIC X VALUE "N".
           88  WS-EOF-SES          VALUE "Y".
       01  WS-EOF-CJ-SWITCH        PIC X VALUE "N".
           88  WS-EOF-CJ           VALUE "Y".

      * DIAS QUE UNA FICHA PUEDE ESPERAR EL ABONO DEL BANCO
      * (DEPDIAS.CTL, 3 POR OMISION)
       01  WS-DIAS-TOLERANCIA      PIC 9(3) VALUE 3.
       01  WS-DIAS-TRANSCURRIDOS   PIC S9(7) VALUE 0.
       01  WS-DIAS-EDIT            PIC ZZZZZZ9.
       01  WS-FICHAS-PENDIENTES    PIC 9(4) VALUE 0.
       01  WS-FICHAS-ACREDITADAS   PIC 9(4) VALUE 0.
       01  WS-CONT-FICHAS-ACRED    PIC 9(4) VALUE 0.
       01  WS-MONTO-FICHAS-ACRED   PIC 9(9)V99 VALUE 0.
       01  WS-CONT-FICHAS-VENC     PIC 9(4) VALUE 0.
       01  WS-MONTO-FICHAS-VENC    PIC 9(9)V99 VALUE 0.
       01  WS-CONT-EN-FICHA        PIC 9(4) VALUE 0.
       01  WS-MONTO-EN-FICHA       PIC 9(9)V99 VALUE 0.

       01  WS-CONT-PAREADOS        PIC 9(4) VALUE 0.
       01  WS-CONT-BCO-SUELTOS     PIC 9(4) VALUE 0.
       01  WS-CONT-REG-SUELTOS     PIC 9(4) VALUE 0.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-MONTO          PIC ZZZZZZ9.99.

       01  WS-FICHA-LINE.
           05  WS-F-REF            PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-FECHA          PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-CIA            PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-MONTO          PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-F-DETALLE        PIC X(24).

       01  WS-TOTALES-LINE.
           05  WS-T-ETIQUETA       PIC X(22).
           05  WS-T-CONT           PIC ZZZ9.
               PERFORM DETERMINA-FECHA
               PERFORM CARGA-ABONOS-REGISTRO
               PERFORM CARGA-FILAS-BANCO
               PERFORM CARGA-FICHAS
               PERFORM CARGA-DIAS-DEPOSITO
               PERFORM VARYING WS-DS-I FROM 1 BY 1
                       UNTIL WS-DS-I > WS-DS-COUNT
                   IF WS-DS-ESTATUS(WS-DS-I) = "P"
                       ADD 1 TO WS-FICHAS-PENDIENTES
                   END-IF
               END-PERFORM
               IF WS-BCO-COUNT = 0 AND WS-REG-COUNT = 0
                       AND WS-FICHAS-PENDIENTES = 0
                   DISPLAY "NADA QUE CONCILIAR DEL " WS-FECHA-CONCILIA
               ELSE
                   PERFORM PAREA-FICHAS
                   IF WS-FICHAS-ACREDITADAS > 0
                       PERFORM GRABA-FICHAS
                   END-IF
                   PERFORM CARGA-SESIONES-CAJA
                   PERFORM MARCA-ABONOS-EN-FICHA
                   PERFORM PAREA-MOVIMIENTOS
                   PERFORM ESCRIBE-REPORTE
               END-IF
                   PERFORM VARYING WS-RGX FROM 1 BY 1
                           UNTIL WS-RGX > WS-REG-COUNT
                               OR WS-HALLADO
                       IF WS-RG-SUELTO(WS-RGX)
                               AND NOT WS-BC-PAREADO(WS-BCX)
                               AND WS-RG-MONTO(WS-RGX) =
                                   WS-BC-MONTO(WS-BCX)
                           SET WS-RG-PAREADO(WS-RGX) TO TRUE
                   END-PERFORM
               END-PERFORM.

           CARGA-DIAS-DEPOSITO.
               OPEN INPUT DEPDIAS-CTL-FILE
               IF WS-DIAS-STATUS = "00"
                   READ DEPDIAS-CTL-FILE
                       NOT AT END
                           IF DD-DIAS IS NUMERIC
                                   AND DD-DIAS > 0
                               MOVE DD-DIAS TO WS-DIAS-TOLERANCIA
                           END-IF
                   END-READ
                   CLOSE DEPDIAS-CTL-FILE
               END-IF.

      * UNA FILA DEL BANCO ACREDITA UNA FICHA PENDIENTE: PRIMERO LA
      * DE SU REFERENCIA DEP Y MISMO MONTO, SI NO LA MAS ANTIGUA DEL
      * MISMO MONTO. UNA FICHA YA ACREDITADA POR OTRA CORRIDA DEL
      * MISMO DIA CON LA MISMA REFERENCIA SOLO SE VUELVE A PAREAR
           PAREA-FICHAS.
               PERFORM VARYING WS-BCX FROM 1 BY 1
                       UNTIL WS-BCX > WS-BCO-COUNT
                   MOVE 0 TO WS-DS-INDICE
                   PERFORM VARYING WS-DS-I FROM 1 BY 1
                           UNTIL WS-DS-I > WS-DS-COUNT
                               OR WS-DS-INDICE > 0
                       MOVE WS-DS-NUMERO(WS-DS-I) TO WS-DS-REF-NUMERO
                       IF WS-DS-TOTAL(WS-DS-I) = WS-BC-MONTO(WS-BCX)
                           IF WS-DS-ESTATUS(WS-DS-I) = "A"
                                   AND WS-DS-FBANCO(WS-DS-I) =
                                       WS-FECHA-CONC-NUM
                                   AND WS-DS-REF-BANCO(WS-DS-I) =
                                       WS-BC-REF(WS-BCX)
                               MOVE WS-DS-I TO WS-DS-INDICE
                           END-IF
                           IF WS-DS-ESTATUS(WS-DS-I) = "P"
                                   AND WS-BC-REF(WS-BCX) =
                                       WS-DS-REFERENCIA
                               MOVE WS-DS-I TO WS-DS-INDICE
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-DS-I FROM 1 BY 1
                           UNTIL WS-DS-I > WS-DS-COUNT
                               OR WS-DS-INDICE > 0
                       IF WS-DS-ESTATUS(WS-DS-I) = "P"
                               AND WS-DS-TOTAL(WS-DS-I) =
                                   WS-BC-MONTO(WS-BCX)
                               AND WS-DS-FECHA(WS-DS-I) <=
                                   WS-FECHA-CONC-NUM
                           MOVE WS-DS-I TO WS-DS-INDICE
                       END-IF
                   END-PERFORM
                   IF WS-DS-INDICE > 0
                       SET WS-BC-PAREADO(WS-BCX) TO TRUE
                       IF WS-DS-ESTATUS(WS-DS-INDICE) = "P"
                           ADD 1 TO WS-FICHAS-ACREDITADAS
                           MOVE "A" TO WS-DS-ESTATUS(WS-DS-INDICE)
                           MOVE WS-FECHA-CONC-NUM TO
                               WS-DS-FBANCO(WS-DS-INDICE)
                           MOVE WS-BC-REF(WS-BCX) TO
                               WS-DS-REF-BANCO(WS-DS-INDICE)
                       END-IF
                   END-IF
               END-PERFORM.

           CARGA-SESIONES-CAJA.
               MOVE 0 TO WS-CSE-COUNT
               MOVE "N" TO WS-EOF-SES-SWITCH
               OPEN INPUT CAJASES-FILE
               IF WS-SES-STATUS = "00"
                   PERFORM UNTIL WS-EOF-SES
                       READ CAJASES-FILE
                           AT END
                               SET WS-EOF-SES TO TRUE
                           NOT AT END
                               IF CS-FICHA IS NUMERIC
                                       AND CS-FICHA > 0
                                       AND WS-CSE-COUNT < 5000
                                   ADD 1 TO WS-CSE-COUNT
                                   MOVE CS-FECHA TO
                                       WS-CSE-FECHA(WS-CSE-COUNT)
                                   MOVE CS-HORA TO
                                       WS-CSE-HORA(WS-CSE-COUNT)
                                   MOVE CS-CAJERO TO
                                       WS-CSE-CAJERO(WS-CSE-COUNT)
                                   MOVE CS-FICHA TO
                                       WS-CSE-FICHA(WS-CSE-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAJASES-FILE
               END-IF.

      * LOS ABONOS DE CAJA DEL DIA CUYA SESION YA SALIO EN FICHA SE
      * CONCILIAN CONTRA LA FICHA, NO CONTRA UNA FILA DEL BANCO
           MARCA-ABONOS-EN-FICHA.
               MOVE "N" TO WS-EOF-CJ-SWITCH
               OPEN INPUT CAJAREC-FILE
               IF WS-CJ-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CJ
                       READ CAJAREC-FILE
                           AT END
                               SET WS-EOF-CJ TO TRUE
                           NOT AT END
                               IF CJ-FECHA = WS-FECHA-CONCILIA
                                       AND CJ-MONTO IS NUMERIC
                                   PERFORM MARCA-RECIBO-EN-FICHA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAJAREC-FILE
               END-IF.

           MARCA-RECIBO-EN-FICHA.
               MOVE "N" TO WS-HALLADO-SWITCH
               PERFORM VARYING WS-CSE-I FROM 1 BY 1
                       UNTIL WS-CSE-I > WS-CSE-COUNT OR WS-HALLADO
                   IF WS-CSE-FECHA(WS-CSE-I) = CJ-FECHA
                           AND WS-CSE-HORA(WS-CSE-I) = CJ-HORA
                           AND WS-CSE-CAJERO(WS-CSE-I) = CJ-CAJERO
                       SET WS-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF WS-HALLADO
                   MOVE "N" TO WS-HALLADO-SWITCH
                   PERFORM VARYING WS-RGX FROM 1 BY 1
                           UNTIL WS-RGX > WS-REG-COUNT
                               OR WS-HALLADO
                       IF WS-RG-SUELTO(WS-RGX)
                               AND WS-RG-ID(WS-RGX) = CJ-CLIENTE-ID
                               AND WS-RG-MONTO(WS-RGX) = CJ-MONTO
                           SET WS-RG-EN-FICHA(WS-RGX) TO TRUE
                           SET WS-HALLADO TO TRUE
                           ADD 1 TO WS-CONT-EN-FICHA
                           ADD CJ-MONTO TO WS-MONTO-EN-FICHA
                       END-IF
                   END-PERFORM
               END-IF.

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-CONCILIA-FILENAME
               STRING "CONCILIA." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-CONCILIA-FILENAME
               OPEN OUTPUT CONCILIA-REPORT
               WRITE CONCILIA-LINE
               PERFORM VARYING WS-RGX FROM 1 BY 1
                       UNTIL WS-RGX > WS-REG-COUNT
                   IF WS-RG-SUELTO(WS-RGX)
                       ADD 1 TO WS-CONT-REG-SUELTOS
                       ADD WS-RG-MONTO(WS-RGX) TO
                           WS-MONTO-REG-SUELTO
                       WRITE CONCILIA-LINE
                   END-IF
               END-PERFORM
               MOVE "=== FICHAS DE DEPOSITO ACREDITADAS ==="
                   TO CONCILIA-LINE
               WRITE CONCILIA-LINE
               PERFORM VARYING WS-DS-I FROM 1 BY 1
                       UNTIL WS-DS-I > WS-DS-COUNT
                   IF WS-DS-ESTATUS(WS-DS-I) = "A"
                           AND WS-DS-FBANCO(WS-DS-I) =
                               WS-FECHA-CONC-NUM
                       ADD 1 TO WS-CONT-FICHAS-ACRED
                       ADD WS-DS-TOTAL(WS-DS-I) TO
                           WS-MONTO-FICHAS-ACRED
                       PERFORM ARMA-LINEA-FICHA
                       MOVE SPACES TO WS-F-DETALLE
                       STRING "BANCO " WS-DS-REF-BANCO(WS-DS-I)
                           DELIMITED BY SIZE INTO WS-F-DETALLE
                       MOVE WS-FICHA-LINE TO CONCILIA-LINE
                       WRITE CONCILIA-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO CONCILIA-LINE
               STRING "=== FICHAS SIN ACREDITAR POR EL BANCO "
                   "(TOLERANCIA " WS-DIAS-TOLERANCIA " DIAS) ==="
                   DELIMITED BY SIZE INTO CONCILIA-LINE
               WRITE CONCILIA-LINE
               PERFORM VARYING WS-DS-I FROM 1 BY 1
                       UNTIL WS-DS-I > WS-DS-COUNT
                   IF WS-DS-ESTATUS(WS-DS-I) = "P"
                           AND WS-DS-FECHA(WS-DS-I) > 0
                           AND WS-DS-FECHA(WS-DS-I) <=
                               WS-FECHA-CONC-NUM
                       COMPUTE WS-DIAS-TRANSCURRIDOS =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-CONC-NUM)
                           - FUNCTION INTEGER-OF-DATE(
                               WS-DS-FECHA(WS-DS-I))
                       IF WS-DIAS-TRANSCURRIDOS > WS-DIAS-TOLERANCIA
                           ADD 1 TO WS-CONT-FICHAS-VENC
                           ADD WS-DS-TOTAL(WS-DS-I) TO
                               WS-MONTO-FICHAS-VENC
                           PERFORM ARMA-LINEA-FICHA
                           MOVE WS-DIAS-TRANSCURRIDOS TO WS-DIAS-EDIT
                           MOVE SPACES TO WS-F-DETALLE
                           STRING WS-DIAS-EDIT " DIAS"
                               DELIMITED BY SIZE INTO WS-F-DETALLE
                           MOVE WS-FICHA-LINE TO CONCILIA-LINE
                           WRITE CONCILIA-LINE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "PAREADOS:             " TO WS-T-ETIQUETA
               MOVE WS-CONT-PAREADOS TO WS-T-CONT
               MOVE WS-MONTO-PAREADO TO WS-T-MONTO
               MOVE WS-MONTO-REG-SUELTO TO WS-T-MONTO
               MOVE WS-TOTALES-LINE TO CONCILIA-LINE
               WRITE CONCILIA-LINE
               MOVE "FICHAS ACREDITADAS:   " TO WS-T-ETIQUETA
               MOVE WS-CONT-FICHAS-ACRED TO WS-T-CONT
               MOVE WS-MONTO-FICHAS-ACRED TO WS-T-MONTO
               MOVE WS-TOTALES-LINE TO CONCILIA-LINE
               WRITE CONCILIA-LINE
               MOVE "EFECTIVO EN FICHA:    " TO WS-T-ETIQUETA
               MOVE WS-CONT-EN-FICHA TO WS-T-CONT
               MOVE WS-MONTO-EN-FICHA TO WS-T-MONTO
               MOVE WS-TOTALES-LINE TO CONCILIA-LINE
               WRITE CONCILIA-LINE
               MOVE "FICHAS SIN ACREDITAR: " TO WS-T-ETIQUETA
               MOVE WS-CONT-FICHAS-VENC TO WS-T-CONT
               MOVE WS-MONTO-FICHAS-VENC TO WS-T-MONTO
               MOVE WS-TOTALES-LINE TO CONCILIA-LINE
               WRITE CONCILIA-LINE
               MOVE WS-REPORTE-PIE-LINE TO CONCILIA-LINE
               WRITE CONCILIA-LINE
               CLOSE CONCILIA-REPORT
               DISPLAY "CONCILIACION EN " WS-CONCILIA-FILENAME
               DISPLAY "PAREADOS " WS-CONT-PAREADOS
                   " BANCO SUELTOS " WS-CONT-BCO-SUELTOS
                   " REGISTRO SUELTOS " WS-CONT-REG-SUELTOS
               DISPLAY "FICHAS ACREDITADAS " WS-CONT-FICHAS-ACRED
                   " SIN ACREDITAR " WS-CONT-FICHAS-VENC.

           ARMA-LINEA-FICHA.
               MOVE WS-DS-NUMERO(WS-DS-I) TO WS-DS-REF-NUMERO
               MOVE WS-DS-REFERENCIA TO WS-F-REF
               MOVE WS-DS-FECHA(WS-DS-I) TO WS-F-FECHA
               MOVE WS-DS-CIA(WS-DS-I) TO WS-F-CIA
               MOVE WS-DS-TOTAL(WS-DS-I) TO WS-F-MONTO.

       COPY DSPROC.
       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
