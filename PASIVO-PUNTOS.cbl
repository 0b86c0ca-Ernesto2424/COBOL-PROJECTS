      ******************************************************************
      * Author:
      * Date:
      * Purpose:   MONTH-END LOYALTY POINTS LIABILITY REPORT PER COMPANY
      * Tectonics: cobc
      * Note:      Reads PUNTOS.DAT at the month of the business date
      *            (FECNEG.CTL) and gives, per company, the customers
      *            holding points in force, the outstanding points and
      *            what they are worth at the PUNTOS.PRM point value,
      *            the points that expire at the end of the month, and
      *            the points earned and redeemed during the month,
      *            with a grand total for all companies. Points past
      *            their expiry month are no longer a liability.
      *            Runs as the monthly PASIVOPTS stage of the
      *            JOBPLAN.CTL chain and registers its generation in
      *            REPCAT.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASIVO-REPORT ASSIGN TO DYNAMIC WS-PASIVO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASIVO-STATUS.
           COPY PTSEL.
           COPY TIENDASEL.
           COPY REPCATSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PASIVO-REPORT.
       01  PASIVO-LINE             PIC X(80).

       COPY PTFD.

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
       COPY PTWS.

       01  WS-PASIVO-STATUS        PIC XX.
       01  WS-PASIVO-FILENAME      PIC X(40).

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-PERIODO              PIC 9(6) VALUE 0.
       01  WS-VALOR-PUNTO-ED       PIC ZZ,ZZ9.99.

      * PASIVO DEL MES POR COMPANIA
       01  WS-TOT-COUNT            PIC 99 VALUE 0.
       01  WS-TOTALES-TABLE.
           05  WS-TOT-ENTRY OCCURS 50 TIMES.
               10  WS-TT-CIA       PIC X(2).
               10  WS-TT-CLIENTES  PIC 9(5).
               10  WS-TT-PUNTOS    PIC 9(9).
               10  WS-TT-VALOR     PIC 9(9)V99.
               10  WS-TT-VENCEN    PIC 9(9).
               10  WS-TT-GANADOS   PIC 9(9).
               10  WS-TT-REDIMIDOS PIC 9(9).
       01  WS-TT-I                 PIC 99 VALUE 0.
       01  WS-TT-INDICE            PIC 99 VALUE 0.
       01  WS-GT-CLIENTES          PIC 9(5) VALUE 0.
       01  WS-GT-PUNTOS            PIC 9(9) VALUE 0.
       01  WS-GT-VALOR             PIC 9(9)V99 VALUE 0.
       01  WS-GT-VENCEN            PIC 9(9) VALUE 0.
       01  WS-GT-GANADOS           PIC 9(9) VALUE 0.
       01  WS-GT-REDIMIDOS         PIC 9(9) VALUE 0.

       01  WS-DETALLE-LINE.
           05  WS-D-CIA            PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-CLIENTES       PIC ZZZZZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-PUNTOS         PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-VALOR          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-VENCEN         PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-GANADOS        PIC Z(8)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-D-REDIMIDOS      PIC Z(8)9.

       01  WS-TITULO-LINE.
           05  FILLER              PIC X(8) VALUE "CIA".
           05  FILLER              PIC X(8) VALUE "CLIENTES".
           05  FILLER              PIC X(11) VALUE
                                   "     PUNTOS".
           05  FILLER              PIC X(16) VALUE
                                   "           VALOR".
           05  FILLER              PIC X(11) VALUE
                                   "     VENCEN".
           05  FILLER              PIC X(11) VALUE
                                   "    GANADOS".
           05  FILLER              PIC X(11) VALUE
                                   "  REDIMIDOS".

       PROCEDURE DIVISION.
           MAIN.
               MOVE "PASIVOPTS" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               PERFORM CARGA-PARAM-PUNTOS
               MOVE WS-FECHA-HOY TO WS-PT-FECHA
               PERFORM CARGA-SALDOS-PUNTOS
               IF WS-PT-STATUS NOT = "00"
                   DISPLAY "PUNTOS.DAT NO DISPONIBLE, REPORTE EN "
                       "CEROS"
               END-IF
               PERFORM VARYING WS-PTS-I FROM 1 BY 1
                       UNTIL WS-PTS-I > WS-PTS-COUNT
                   PERFORM ACUMULA-CLIENTE
               END-PERFORM
               PERFORM ESCRIBE-REPORTE
               PERFORM REGISTRA-AUDIT-FIN
               STOP RUN.

      * UN CLIENTE CUENTA EN SU COMPANIA SI TIENE PUNTOS VIGENTES;
      * LO GANADO Y REDIMIDO EN EL MES CUENTA AUNQUE YA NO TENGA
           ACUMULA-CLIENTE.
               MOVE 0 TO WS-TT-INDICE
               PERFORM VARYING WS-TT-I FROM 1 BY 1
                       UNTIL WS-TT-I > WS-TOT-COUNT
                           OR WS-TT-INDICE > 0
                   IF WS-TT-CIA(WS-TT-I) = WS-PTS-CIA(WS-PTS-I)
                       MOVE WS-TT-I TO WS-TT-INDICE
                   END-IF
               END-PERFORM
               IF WS-TT-INDICE = 0
                   IF WS-TOT-COUNT >= 50
                       DISPLAY "MAS DE 50 COMPANIAS EN PUNTOS.DAT, "
                           "CLIENTE OMITIDO: " WS-PTS-ID(WS-PTS-I)
                       MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                       MOVE 4 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-TOT-COUNT
                   MOVE WS-TOT-COUNT TO WS-TT-INDICE
                   MOVE WS-PTS-CIA(WS-PTS-I) TO WS-TT-CIA(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-CLIENTES(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-PUNTOS(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-VALOR(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-VENCEN(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-GANADOS(WS-TT-INDICE)
                   MOVE 0 TO WS-TT-REDIMIDOS(WS-TT-INDICE)
               END-IF
               IF WS-PTS-SALDO(WS-PTS-I) > 0
                   ADD 1 TO WS-TT-CLIENTES(WS-TT-INDICE)
               END-IF
               ADD WS-PTS-SALDO(WS-PTS-I) TO WS-TT-PUNTOS(WS-TT-INDICE)
               ADD WS-PTS-VENCEN(WS-PTS-I) TO
                   WS-TT-VENCEN(WS-TT-INDICE)
               ADD WS-PTS-GANADOS(WS-PTS-I) TO
                   WS-TT-GANADOS(WS-TT-INDICE)
               ADD WS-PTS-REDIMIDOS(WS-PTS-I) TO
                   WS-TT-REDIMIDOS(WS-TT-INDICE).

           ESCRIBE-REPORTE.
               PERFORM CAPTURA-GEN-TIMESTAMP
               MOVE SPACES TO WS-PASIVO-FILENAME
               STRING "PASIVOPTS." WS-GEN-FECHA WS-GEN-HORA ".RPT"
                   DELIMITED BY SIZE INTO WS-PASIVO-FILENAME
               OPEN OUTPUT PASIVO-REPORT
               PERFORM CONSTRUYE-ENCABEZADO-REPORTE
               MOVE WS-REPORTE-HEADER-LINE TO PASIVO-LINE
               WRITE PASIVO-LINE
               MOVE WS-REPORTE-IDENT-LINE TO PASIVO-LINE
               WRITE PASIVO-LINE
               MOVE WS-REPORTE-IDENT2-LINE TO PASIVO-LINE
               WRITE PASIVO-LINE
               MOVE WS-PT-VALOR-PUNTO TO WS-VALOR-PUNTO-ED
               MOVE SPACES TO PASIVO-LINE
               STRING "PASIVO POR PUNTOS DE LEALTAD AL CIERRE DE "
                   WS-PERIODO "  VALOR POR PUNTO "
                   WS-VALOR-PUNTO-ED
                   DELIMITED BY SIZE INTO PASIVO-LINE
               WRITE PASIVO-LINE
               MOVE WS-TITULO-LINE TO PASIVO-LINE
               WRITE PASIVO-LINE
               PERFORM VARYING WS-TT-I FROM 1 BY 1
                       UNTIL WS-TT-I > WS-TOT-COUNT
                   COMPUTE WS-TT-VALOR(WS-TT-I) =
                       WS-TT-PUNTOS(WS-TT-I) * WS-PT-VALOR-PUNTO
                   MOVE WS-TT-CIA(WS-TT-I) TO WS-D-CIA
                   MOVE WS-TT-CLIENTES(WS-TT-I) TO WS-D-CLIENTES
                   MOVE WS-TT-PUNTOS(WS-TT-I) TO WS-D-PUNTOS
                   MOVE WS-TT-VALOR(WS-TT-I) TO WS-D-VALOR
                   MOVE WS-TT-VENCEN(WS-TT-I) TO WS-D-VENCEN
                   MOVE WS-TT-GANADOS(WS-TT-I) TO WS-D-GANADOS
                   MOVE WS-TT-REDIMIDOS(WS-TT-I) TO WS-D-REDIMIDOS
                   MOVE WS-DETALLE-LINE TO PASIVO-LINE
                   WRITE PASIVO-LINE
                   ADD WS-TT-CLIENTES(WS-TT-I) TO WS-GT-CLIENTES
                   ADD WS-TT-PUNTOS(WS-TT-I) TO WS-GT-PUNTOS
                   ADD WS-TT-VALOR(WS-TT-I) TO WS-GT-VALOR
                   ADD WS-TT-VENCEN(WS-TT-I) TO WS-GT-VENCEN
                   ADD WS-TT-GANADOS(WS-TT-I) TO WS-GT-GANADOS
                   ADD WS-TT-REDIMIDOS(WS-TT-I) TO WS-GT-REDIMIDOS
               END-PERFORM
               MOVE "TOTAL" TO WS-D-CIA
               MOVE WS-GT-CLIENTES TO WS-D-CLIENTES
               MOVE WS-GT-PUNTOS TO WS-D-PUNTOS
               MOVE WS-GT-VALOR TO WS-D-VALOR
               MOVE WS-GT-VENCEN TO WS-D-VENCEN
               MOVE WS-GT-GANADOS TO WS-D-GANADOS
               MOVE WS-GT-REDIMIDOS TO WS-D-REDIMIDOS
               MOVE WS-DETALLE-LINE TO PASIVO-LINE
               WRITE PASIVO-LINE
               MOVE WS-REPORTE-PIE-LINE TO PASIVO-LINE
               WRITE PASIVO-LINE
               CLOSE PASIVO-REPORT
               MOVE "PASIVOPTS" TO WS-RC-TIPO
               MOVE WS-PASIVO-FILENAME TO WS-RC-ARCHIVO
               MOVE WS-PTS-COUNT TO WS-RC-REGS
               PERFORM REGISTRA-GENERACION
               DISPLAY "PASIVO POR PUNTOS EN " WS-PASIVO-FILENAME
               DISPLAY "  PUNTOS VIGENTES        " WS-GT-PUNTOS
               DISPLAY "  VALOR                  " WS-GT-VALOR.

       COPY PTPROC.
       COPY REPCATPROC.
       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
