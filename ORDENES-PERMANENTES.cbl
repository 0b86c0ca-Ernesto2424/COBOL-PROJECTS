      *            the maintenance menu, including a manual G
      *            generation. A generation report lists what was
      *            expanded and is registered in REPCAT.DAT.
      *            A cargo order's entry carries OPnnnnyymm (order
      *            and period) as the reference of its open item;
      *            abono orders name no item and pay the oldest.
      *            Each expansion is journaled in POLIZAS.DAT under
      *            the business date: cargo orders as recurring
      *            revenue (OC) against the cargos-to-bill account,
      *            abono orders as bank receipts (OA) against the
      *            receipts-to-apply account, per the ORDENES rows of
      *            MAPACONT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY PZSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDENES-FILE.
           05  TRANS-MONTO         PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TRANS-COMPANIA      PIC X(2).
           05  TRANS-REFERENCIA    PIC X(10).

       FD  ORDREP-REPORT.
       01  ORDREP-LINE             PIC X(80).
       COPY AUDITFD.
       COPY ERRFD.

       COPY PZFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY TRAPWS.
       COPY ERRWS.
       COPY RPTHDRWS.
       COPY GENTSWS.
       COPY PZWS.

       01  WS-ORD-STATUS           PIC XX.
       01  WS-GEN-STATUS           PIC XX.

       01  WS-CONT-EXPANDIDAS      PIC 9(4) VALUE 0.
       01  WS-MONTO-EXPANDIDO      PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-EXP-CARGOS     PIC 9(9)V99 VALUE 0.
       01  WS-MONTO-EXP-ABONOS     PIC 9(9)V99 VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-NUMERO         PIC 9(4).
           EXPANDE-ORDENES.
               MOVE 0 TO WS-CONT-EXPANDIDAS
               MOVE 0 TO WS-MONTO-EXPANDIDO
               MOVE 0 TO WS-MONTO-EXP-CARGOS
               MOVE 0 TO WS-MONTO-EXP-ABONOS
               PERFORM CAPTURA-GEN-TIMESTAMP
               STRING "ORDGEN." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-ORDREP-FILENAME
                   PERFORM EXPANDE-UNA-ORDEN
               END-PERFORM
               PERFORM CIERRA-ANEXO-TRANSACC
               IF WS-MONTO-EXPANDIDO > 0
                   PERFORM ASIENTA-POLIZA-ORDENES
               END-IF
               CLOSE ORDREP-REPORT
               MOVE "ORDGEN" TO WS-RC-TIPO
               MOVE WS-ORDREP-FILENAME TO WS-RC-ARCHIVO
               PERFORM ANOTA-GENERADA
               ADD 1 TO WS-CONT-EXPANDIDAS
               ADD WS-O-MONTO(WS-ODX) TO WS-MONTO-EXPANDIDO
               IF WS-O-TIPO(WS-ODX) = "C"
                   ADD WS-O-MONTO(WS-ODX) TO WS-MONTO-EXP-CARGOS
               ELSE
                   ADD WS-O-MONTO(WS-ODX) TO WS-MONTO-EXP-ABONOS
               END-IF
               MOVE WS-O-NUMERO(WS-ODX) TO WS-D-NUMERO
               MOVE WS-O-ID(WS-ODX) TO WS-D-ID
               MOVE WS-O-TIPO(WS-ODX) TO WS-D-TIPO
               MOVE WS-DETALLE-LINE TO ORDREP-LINE
               WRITE ORDREP-LINE.

      * POLIZA DE LA EXPANSION: LOS CARGOS SON INGRESO RECURRENTE
      * CONTRA LA PUENTE DE CARGOS, LOS ABONOS ENTRADA A BANCOS
      * CONTRA LA PUENTE DE COBRANZA; EL POSTEO SALDA AMBAS
           ASIENTA-POLIZA-ORDENES.
               PERFORM ABRE-POLIZA
               MOVE WS-FECHA-HOY TO WS-PZ-REFERENCIA
               MOVE "OC" TO WS-PZ-TIPO
               MOVE WS-MONTO-EXP-CARGOS TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA
               MOVE "OA" TO WS-PZ-TIPO
               MOVE WS-MONTO-EXP-ABONOS TO WS-PZ-MONTO
               PERFORM ASIENTA-POLIZA.

           BUSCA-GENERADA.
               MOVE "N" TO WS-YA-GENERADA-SWITCH
               PERFORM VARYING WS-GNX FROM 1 BY 1
               MOVE WS-O-ID(WS-ODX) TO TRANS-CLIENTE-ID
               MOVE WS-O-MONTO(WS-ODX) TO TRANS-MONTO
               MOVE WS-CIA-ACTUAL TO TRANS-COMPANIA
      * EL CARGO DE CADA PERIODO ES SU PROPIA PARTIDA ABIERTA; UN
      * ABONO PERMANENTE NO NOMBRA PARTIDA Y PAGA LA MAS ANTIGUA
               IF WS-O-TIPO(WS-ODX) = "C"
                   STRING "OP" WS-O-NUMERO(WS-ODX)
                       WS-PERIODO-HOY(3:4)
                       DELIMITED BY SIZE INTO TRANS-REFERENCIA
               END-IF
               PERFORM ANEXA-MOVIMIENTO-TRANSACC.

           ANOTA-GENERADA.
       COPY ERRPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PZPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
