      *            OPERACION). One invoice page per department and a
      *            grand-total line that reconciles against the
      *            overall counts of the period, so finance stops
      *            splitting the cost evenly. The charges of the
      *            period per department are kept in COBRODEP.DAT (a
      *            rerun of the month replaces them) with the
      *            department's company from DEPTOS.DAT, 01 when blank
      *            or not registered, for the budget-versus-actual
      *            report PRESUP-REAL.
      *            Each department's charge is also journaled in
      *            POLIZAS.DAT (COBRODEPTO row of MAPACONT.DAT) under
      *            its company and the period; a rerun of the month
      *            first reverses what the earlier run journaled.
      *            Alongside the invoices a semicolon-delimited
      *            COBROCSV.*.CSV carries one row per department
      *            (batches and operations with their rate and
      *            amount, and the charge) under a column-heading row,
      *            with plain amounts; it is catalogued in REPCAT.DAT
      *            as type COBROCSV.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT TARIFAS-PRM-FILE ASSIGN TO "TARIFAS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-STATUS.
           SELECT COBRODEP-FILE ASSIGN TO "COBRODEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           COPY DEPSEL.
           SELECT COBRO-REPORT ASSIGN TO DYNAMIC WS-COBRO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBREP-STATUS.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY PZSEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY DLMSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTES-REGISTRO.
           05  TA-CONCEPTO     PIC X(10).
           05  TA-TARIFA       PIC 9(5)V99.

      * COBRO DEL PERIODO POR DEPARTAMENTO Y SU COMPANIA
       FD  COBRODEP-FILE.
       01  COBRODEP-RECORD.
           05  CD-PERIODO      PIC X(6).
           05  CD-DEPTO        PIC X(4).
           05  CD-COMPANIA     PIC X(2).
           05  CD-LOTES        PIC 9(5).
           05  CD-OPERS        PIC 9(7).
           05  CD-IMPORTE      PIC 9(9)V99.
           05  CD-FECHA        PIC 9(8).

       COPY DEPFD.

       FD  COBRO-REPORT.
       01  COBRO-LINE          PIC X(80).


       COPY REPCATFD.

       COPY PZFD.

       COPY FECFD.

       COPY AUDITFD.

       COPY DLMFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY REPCATWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY PZWS.
       COPY DLMWS.

       01  WS-LOTES-STATUS         PIC XX.
       01  WS-LOG-STATUS           PIC XX.
       01  WS-TAR-STATUS           PIC XX.
       01  WS-COBREP-STATUS        PIC XX.
       01  WS-CD-STATUS            PIC XX.
       01  WS-DEP-STATUS           PIC XX.
       01  WS-COBRO-FILENAME       PIC X(40).

       01  WS-EOF-LOTES-SWITCH     PIC X VALUE "N".
           88  WS-EOF-LOG          VALUE "Y".
       01  WS-EOF-TAR-SWITCH       PIC X VALUE "N".
           88  WS-EOF-TAR          VALUE "Y".
       01  WS-EOF-CD-SWITCH        PIC X VALUE "N".
           88  WS-EOF-CD           VALUE "Y".
       01  WS-EOF-DEP-SWITCH       PIC X VALUE "N".
           88  WS-EOF-DEP          VALUE "Y".

       01  WS-FECHA-HOY            PIC 9(8).

       01  WS-PERIODO              PIC X(6).
       01  WS-TARIFA-LOTE          PIC 9(5)V99 VALUE 50.
               10  WS-D-DEPTO      PIC X(4).
               10  WS-D-LOTES      PIC 9(5).
               10  WS-D-OPERS      PIC 9(7).
               10  WS-D-CIA        PIC X(2).
               10  WS-D-IMPORTE    PIC 9(9)V99.
       01  WS-DEP-I                PIC 99 VALUE 0.
       01  WS-DEP-INDICE           PIC 99 VALUE 0.
       01  WS-DEPTO-TRABAJO        PIC X(4).
       01  WS-LOG-EN-PERIODO-SW    PIC X VALUE "N".
           88  WS-LOG-EN-PERIODO   VALUE "Y".

      * COBROS DE OTROS PERIODOS YA GUARDADOS EN COBRODEP.DAT
       01  WS-CD-COUNT             PIC 9(4) VALUE 0.
       01  WS-COBROS-TABLE.
           05  WS-CD-ENTRY OCCURS 5000 TIMES.
               10  WS-CD-REGISTRO  PIC X(43).
       01  WS-CD-I                 PIC 9(4) VALUE 0.
       01  WS-CD-DESBORDA-SW       PIC X VALUE "N".
           88  WS-CD-DESBORDA      VALUE "Y".

       01  WS-FACTURA-LINE.
           05  FILLER              PIC X(13) VALUE
               "DEPARTAMENTO ".
           MAIN.
               MOVE "COBRODEPTO" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM WITH TEST AFTER
                       UNTIL WS-PERIODO IS NUMERIC
                   DISPLAY "PERIODO A FACTURAR (AAAAMM)"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ESCRIBE-FACTURAS
                   PERFORM ASIGNA-COMPANIA-DEPTOS
                   PERFORM GRABA-COBROS-PERIODO
                   IF NOT WS-CD-DESBORDA
                       PERFORM ASIENTA-POLIZA-COBROS
                   END-IF
               END-IF
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.
                       WS-D-DEPTO(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-LOTES(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-OPERS(WS-DEP-INDICE)
                   MOVE "01" TO WS-D-CIA(WS-DEP-INDICE)
                   MOVE 0 TO WS-D-IMPORTE(WS-DEP-INDICE)
               END-IF.

           ESCRIBE-FACTURAS.
               WRITE COBRO-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO COBRO-LINE
               WRITE COBRO-LINE
               MOVE "COBROCSV" TO WS-DLM-TIPO
               PERFORM ABRE-DELIMITADO
               STRING "PERIODO;DEPTO;LOTES;TARIFA LOTE;IMPORTE LOTES;"
                   "OPERACIONES;TARIFA OPERACION;IMPORTE OPERACIONES;"
                   "IMPORTE" DELIMITED BY SIZE INTO WS-DLM-RENGLON
               PERFORM ESCRIBE-TITULOS-DLM
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-DEP-COUNT
                   PERFORM ESCRIBE-FACTURA-DEPTO
               MOVE WS-DEP-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "FACTURAS DE COBRO EN " WS-COBRO-FILENAME
                   " (IMPORTE TOTAL " WS-GRAN-IMPORTE ")"
               PERFORM CIERRA-DELIMITADO.

           ESCRIBE-FACTURA-DEPTO.
               COMPUTE WS-IMPORTE-LOTES =
               MOVE WS-D-LOTES(WS-DEP-I) TO WS-F-LOTES
               MOVE WS-D-OPERS(WS-DEP-I) TO WS-F-OPERS
               MOVE WS-IMPORTE-DEPTO TO WS-F-IMPORTE
               MOVE WS-IMPORTE-DEPTO TO WS-D-IMPORTE(WS-DEP-I)
               MOVE WS-FACTURA-LINE TO COBRO-LINE
               WRITE COBRO-LINE
               ADD WS-D-LOTES(WS-DEP-I) TO WS-GRAN-LOTES
               ADD WS-D-OPERS(WS-DEP-I) TO WS-GRAN-OPERS
               ADD WS-IMPORTE-DEPTO TO WS-GRAN-IMPORTE
               PERFORM ESCRIBE-DEPTO-DLM.

      * EL COBRO DEL DEPARTAMENTO EN EL ARCHIVO DELIMITADO, DESGLOSADO
      * POR CONCEPTO
           ESCRIBE-DEPTO-DLM.
               MOVE WS-PERIODO TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-D-DEPTO(WS-DEP-I) TO WS-DLM-CAMPO
               PERFORM AGREGA-TEXTO-DLM
               MOVE WS-D-LOTES(WS-DEP-I) TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-TARIFA-LOTE TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-IMPORTE-LOTES TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-D-OPERS(WS-DEP-I) TO WS-DLM-ENTERO
               PERFORM AGREGA-ENTERO-DLM
               MOVE WS-TARIFA-OPER TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-IMPORTE-OPERS TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               MOVE WS-IMPORTE-DEPTO TO WS-DLM-IMPORTE
               PERFORM AGREGA-IMPORTE-DLM
               PERFORM ESCRIBE-RENGLON-DLM.

      * LA COMPANIA DE CADA DEPARTAMENTO SALE DE DEPTOS.DAT; SIN
      * ARCHIVO, SIN REGISTRO O EN BLANCO QUEDA LA 01
           ASIGNA-COMPANIA-DEPTOS.
               MOVE "N" TO WS-EOF-DEP-SWITCH
               OPEN INPUT DEPTOS-FILE
               IF WS-DEP-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF-DEP
                   READ DEPTOS-FILE
                       AT END
                           SET WS-EOF-DEP TO TRUE
                       NOT AT END
                           IF DP-COMPANIA NOT = SPACES
                               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                                       UNTIL WS-DEP-I > WS-DEP-COUNT
                                   IF WS-D-DEPTO(WS-DEP-I) =
                                           DP-CODIGO
                                       MOVE DP-COMPANIA TO
                                           WS-D-CIA(WS-DEP-I)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTOS-FILE.

      * LOS COBROS DEL PERIODO REEMPLAZAN LOS DE UNA CORRIDA ANTERIOR
      * DEL MISMO PERIODO; LOS DEMAS PERIODOS SE CONSERVAN
           GRABA-COBROS-PERIODO.
               MOVE 0 TO WS-CD-COUNT
               MOVE "N" TO WS-EOF-CD-SWITCH
               OPEN INPUT COBRODEP-FILE
               IF WS-CD-STATUS = "00"
                   PERFORM UNTIL WS-EOF-CD
                       READ COBRODEP-FILE
                           AT END
                               SET WS-EOF-CD TO TRUE
                           NOT AT END
                               IF CD-PERIODO NOT = WS-PERIODO
                                   IF WS-CD-COUNT < 5000
                                       ADD 1 TO WS-CD-COUNT
                                       MOVE COBRODEP-RECORD TO
                                           WS-CD-REGISTRO(WS-CD-COUNT)
                                   ELSE
                                       SET WS-CD-DESBORDA TO TRUE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COBRODEP-FILE
               END-IF
               IF WS-CD-DESBORDA
                   DISPLAY "COBRODEP.DAT EXCEDE 5000 RENGLONES, LOS "
                       "COBROS DEL PERIODO NO SE GUARDARON"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT COBRODEP-FILE
               PERFORM VARYING WS-CD-I FROM 1 BY 1
                       UNTIL WS-CD-I > WS-CD-COUNT
                   MOVE WS-CD-REGISTRO(WS-CD-I) TO COBRODEP-RECORD
                   WRITE COBRODEP-RECORD
               END-PERFORM
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-DEP-COUNT
                   MOVE SPACES TO COBRODEP-RECORD
                   MOVE WS-PERIODO TO CD-PERIODO
                   MOVE WS-D-DEPTO(WS-DEP-I) TO CD-DEPTO
                   MOVE WS-D-CIA(WS-DEP-I) TO CD-COMPANIA
                   MOVE WS-D-LOTES(WS-DEP-I) TO CD-LOTES
                   MOVE WS-D-OPERS(WS-DEP-I) TO CD-OPERS
                   MOVE WS-D-IMPORTE(WS-DEP-I) TO CD-IMPORTE
                   MOVE WS-FECHA-HOY TO CD-FECHA
                   WRITE COBRODEP-RECORD
               END-PERFORM
               CLOSE COBRODEP-FILE.

      * POLIZA DEL PERIODO: UN ASIENTO POR DEPARTAMENTO EN SU
      * COMPANIA; LO ASENTADO POR UNA CORRIDA ANTERIOR DEL MISMO
      * PERIODO SE REVIERTE PRIMERO
           ASIENTA-POLIZA-COBROS.
               PERFORM ABRE-POLIZA
               MOVE WS-PERIODO TO WS-PZ-REFERENCIA
               PERFORM REVIERTE-POLIZA-ANTERIOR
               MOVE "CI" TO WS-PZ-TIPO
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > WS-DEP-COUNT
                   MOVE WS-D-CIA(WS-DEP-I) TO WS-PZ-CIA
                   IF WS-PZ-CIA = SPACES
                       MOVE "01" TO WS-PZ-CIA
                   END-IF
                   MOVE WS-D-IMPORTE(WS-DEP-I) TO WS-PZ-MONTO
                   PERFORM ASIENTA-POLIZA
               END-PERFORM
               DISPLAY "POLIZA " WS-PZ-FOLIO ": " WS-PZ-ASIENTOS
                   " ASIENTOS EN POLIZAS.DAT".

       COPY REPCATPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PZPROC.
       COPY DLMPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
