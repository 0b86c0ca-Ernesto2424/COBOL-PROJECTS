      *            carries per-department counts and the
      *            month-to-date accumulation persisted in
      *            MOVPERS.DAT.
      *            Counts are kept per company and department, and a
      *            transfer counts in for the new department and out
      *            for the old one; the day's counts are also kept per
      *            department in MOVDEPTO.DAT (a rerun on the same
      *            business date replaces that day's rows), which is
      *            what VACANTES ties the position counts to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
                   WS-MOVREP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVREP-STATUS.
           COPY MDSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY FECSEL.
       FD  MOVPERS-REPORT.
       01  MOVPERS-LINE            PIC X(80).

       COPY MDFD.

       COPY TIENDAFD.

       COPY REPCATFD.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY MDWS.

       01  WS-EMPLOYEE-STATUS      PIC XX.
       01  WS-SNAP-STATUS          PIC XX.
               10  WS-A-ID         PIC X(6).
               10  WS-A-NOMBRE     PIC X(20).
               10  WS-A-DEPTO      PIC X(4).
               10  WS-A-CIA        PIC X(2).
               10  WS-A-VISTO-SW   PIC X.
                   88  WS-A-VISTO  VALUE "Y".
       01  WS-ANT-I                PIC 9(4) VALUE 0.
       01  WS-MTD-BAJAS            PIC 9(5) VALUE 0.
       01  WS-MTD-TRASLADOS        PIC 9(5) VALUE 0.

      * CONTEOS POR COMPANIA Y DEPARTAMENTO: 1 ALTAS, 2 BAJAS,
      * 3 TRASLADOS QUE ENTRAN, 4 TRASLADOS QUE SALEN
       01  WS-DEP-COUNT            PIC 9(3) VALUE 0.
       01  WS-DEPTOS-TABLE.
           05  WS-DEP-ENTRY OCCURS 200 TIMES.
               10  WS-D-CIA        PIC X(2).
               10  WS-D-DEPTO      PIC X(4).
               10  WS-D-CONT OCCURS 4 TIMES PIC 9(4).
       01  WS-DEP-I                PIC 9(3) VALUE 0.
       01  WS-DEP-INDICE           PIC 9(3) VALUE 0.
       01  WS-MOV-TIPO             PIC 9 VALUE 0.
       01  WS-DEPTO-TRABAJO        PIC X(4).
       01  WS-CIA-TRABAJO          PIC X(2).

      * RENGLONES DE MOVDEPTO.DAT DE OTROS DIAS QUE SE CONSERVAN
       01  WS-MD-COUNT             PIC 9(4) VALUE 0.
       01  WS-MOVDEPTO-TABLE.
           05  WS-MD-ENTRY OCCURS 5000 TIMES PIC X(30).
       01  WS-MD-I                 PIC 9(4) VALUE 0.
       01  WS-MD-DESBORDA-SWITCH   PIC X VALUE "N".
           88  WS-MD-DESBORDA      VALUE "Y".

       01  WS-DETALLE-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
       01  WS-DEP-LINE.
           05  FILLER              PIC X(7) VALUE "DEPTO ".
           05  WS-DL-DEPTO         PIC X(4).
           05  FILLER              PIC X(6) VALUE " CIA ".
           05  WS-DL-CIA           PIC X(2).
           05  FILLER              PIC X(8) VALUE " ALTAS ".
           05  WS-DL-ALTAS         PIC ZZZ9.
           05  FILLER              PIC X(8) VALUE " BAJAS ".
           05  WS-DL-BAJAS         PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE " TRASLADOS ".
           05  WS-DL-TRAS          PIC ZZZ9.
           05  FILLER              PIC X(8) VALUE " SALEN ".
           05  WS-DL-SALEN         PIC ZZZ9.

       PROCEDURE DIVISION.
           MAIN.
               PERFORM REPORTA-BAJAS
               PERFORM REPORTA-DEPARTAMENTOS
               PERFORM ACUMULA-MES
               PERFORM GRABA-MOVDEPTO
               PERFORM CIERRA-REPORTE
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.
                                       WS-A-NOMBRE(WS-ANT-COUNT)
                                   MOVE SN-DEPTO TO
                                       WS-A-DEPTO(WS-ANT-COUNT)
                                   IF SN-COMPANIA = SPACES
                                       MOVE "01" TO
                                           WS-A-CIA(WS-ANT-COUNT)
                                   ELSE
                                       MOVE SN-COMPANIA TO
                                           WS-A-CIA(WS-ANT-COUNT)
                                   END-IF
                                   MOVE "N" TO
                                       WS-A-VISTO-SW(WS-ANT-COUNT)
                               END-IF
               END-IF.

           COMPARA-EMPLEADO.
               IF EMP-COMPANIA = SPACES
                   MOVE "01" TO WS-CIA-TRABAJO
               ELSE
                   MOVE EMP-COMPANIA TO WS-CIA-TRABAJO
               END-IF
               MOVE 0 TO WS-ANT-INDICE
               PERFORM VARYING WS-ANT-I FROM 1 BY 1
                       UNTIL WS-ANT-I > WS-ANT-COUNT
                       MOVE 3 TO WS-MOV-TIPO
                       MOVE EMP-DEPTO TO WS-DEPTO-TRABAJO
                       PERFORM CUENTA-DEPTO
                       MOVE 4 TO WS-MOV-TIPO
                       MOVE WS-A-DEPTO(WS-ANT-INDICE) TO
                           WS-DEPTO-TRABAJO
                       MOVE WS-A-CIA(WS-ANT-INDICE) TO WS-CIA-TRABAJO
                       PERFORM CUENTA-DEPTO
                       MOVE EMP-ID TO WS-DT-ID
                       MOVE EMP-NOMBRE TO WS-DT-NOMBRE
                       MOVE SPACES TO WS-DT-NOTA
                       MOVE 2 TO WS-MOV-TIPO
                       MOVE WS-A-DEPTO(WS-ANT-I) TO
                           WS-DEPTO-TRABAJO
                       MOVE WS-A-CIA(WS-ANT-I) TO WS-CIA-TRABAJO
                       PERFORM CUENTA-DEPTO
                       MOVE WS-A-ID(WS-ANT-I) TO WS-DT-ID
                       MOVE WS-A-NOMBRE(WS-ANT-I) TO WS-DT-NOMBRE
                       UNTIL WS-DEP-I > WS-DEP-COUNT
                           OR WS-DEP-INDICE > 0
                   IF WS-D-DEPTO(WS-DEP-I) = WS-DEPTO-TRABAJO
                           AND WS-D-CIA(WS-DEP-I) = WS-CIA-TRABAJO
                       MOVE WS-DEP-I TO WS-DEP-INDICE
                   END-IF
               END-PERFORM
               IF WS-DEP-INDICE = 0
                   IF WS-DEP-COUNT >= 200
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-DEP-COUNT
                   MOVE WS-DEP-COUNT TO WS-DEP-INDICE
                   MOVE WS-DEPTO-TRABAJO TO
                       WS-D-DEPTO(WS-DEP-INDICE)
                   MOVE WS-CIA-TRABAJO TO WS-D-CIA(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-CONT(WS-DEP-INDICE, 1)
                   MOVE 0 TO WS-D-CONT(WS-DEP-INDICE, 2)
                   MOVE 0 TO WS-D-CONT(WS-DEP-INDICE, 3)
                   MOVE 0 TO WS-D-CONT(WS-DEP-INDICE, 4)
               END-IF
               ADD 1 TO WS-D-CONT(WS-DEP-INDICE, WS-MOV-TIPO).

               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-DEP-COUNT
                   MOVE WS-D-DEPTO(WS-DEP-I) TO WS-DL-DEPTO
                   MOVE WS-D-CIA(WS-DEP-I) TO WS-DL-CIA
                   MOVE WS-D-CONT(WS-DEP-I, 1) TO WS-DL-ALTAS
                   MOVE WS-D-CONT(WS-DEP-I, 2) TO WS-DL-BAJAS
                   MOVE WS-D-CONT(WS-DEP-I, 3) TO WS-DL-TRAS
                   MOVE WS-D-CONT(WS-DEP-I, 4) TO WS-DL-SALEN
                   MOVE WS-DEP-LINE TO MOVPERS-LINE
                   WRITE MOVPERS-LINE
               END-PERFORM.
               WRITE MOVPERS-RECORD
               CLOSE MOVPERS-FILE.

      * MOVDEPTO.DAT: SE CONSERVAN LOS RENGLONES DE OTROS DIAS, SE
      * AGREGAN LOS DE HOY Y SE REGRABA; SI NO CABEN NO SE TOCA
           GRABA-MOVDEPTO.
               MOVE 0 TO WS-MD-COUNT
               MOVE "N" TO WS-MD-EOF-SWITCH
               OPEN INPUT MOVDEPTO-FILE
               IF WS-MD-STATUS = "00"
                   PERFORM UNTIL WS-MD-EOF
                       READ MOVDEPTO-FILE
                           AT END
                               SET WS-MD-EOF TO TRUE
                           NOT AT END
                               IF MD-FECHA NOT = WS-FECHA-HOY
                                   IF WS-MD-COUNT >= 5000
                                       SET WS-MD-DESBORDA TO TRUE
                                   ELSE
                                       ADD 1 TO WS-MD-COUNT
                                       MOVE MOVDEPTO-RECORD TO
                                           WS-MD-ENTRY(WS-MD-COUNT)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MOVDEPTO-FILE
               END-IF
               IF WS-MD-DESBORDA
                   DISPLAY "MOVDEPTO.DAT EXCEDE 5000 RENGLONES, NO SE "
                       "ACTUALIZA; DEPURALO"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT MOVDEPTO-FILE
               PERFORM VARYING WS-MD-I FROM 1 BY 1
                       UNTIL WS-MD-I > WS-MD-COUNT
                   MOVE WS-MD-ENTRY(WS-MD-I) TO MOVDEPTO-RECORD
                   WRITE MOVDEPTO-RECORD
               END-PERFORM
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-DEP-COUNT
                   MOVE SPACES TO MOVDEPTO-RECORD
                   MOVE WS-FECHA-HOY TO MD-FECHA
                   MOVE WS-D-CIA(WS-DEP-I) TO MD-COMPANIA
                   MOVE WS-D-DEPTO(WS-DEP-I) TO MD-DEPTO
                   MOVE WS-D-CONT(WS-DEP-I, 1) TO MD-ALTAS
                   MOVE WS-D-CONT(WS-DEP-I, 2) TO MD-BAJAS
                   MOVE WS-D-CONT(WS-DEP-I, 3) TO MD-ENTRAN
                   MOVE WS-D-CONT(WS-DEP-I, 4) TO MD-SALEN
                   WRITE MOVDEPTO-RECORD
               END-PERFORM
               CLOSE MOVDEPTO-FILE.

           CIERRA-REPORTE.
               MOVE SPACES TO MOVPERS-LINE
               STRING "HOY: ALTAS " WS-CONT-ALTAS " BAJAS "
