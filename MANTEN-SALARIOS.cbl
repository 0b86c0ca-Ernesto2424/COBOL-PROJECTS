      *            per period and the company. The EMP-ID is
      *            validated against EMPLOYEE.DAT before a salary can
      *            be registered. NOMINA consumes this file.
      *            Every change is also kept in SALHIST.DAT with the
      *            date it takes effect, so a raise can be entered
      *            ahead of time or back-dated; the first change of an
      *            employee who was already on file keeps the old
      *            salary as an opening history row. NOMINA pays the
      *            rate in force for each period from this history and
      *            pays back-dated differences as retroactive pay.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           COPY SHSEL.
           COPY CIASEL.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY ERRSEL.
       DATA DIVISION.
       FD  EMPLOYEE-FILE.
       COPY EMPFD.

       COPY SHFD.

       COPY CIAFD.

       COPY FECFD.

       COPY AUDITFD.
       COPY ERRFD.

       COPY AUDITWS.
       COPY ERRWS.
       COPY CIAWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY SHWS.

       01  WS-SAL-STATUS           PIC XX.
       01  WS-EMPLOYEE-STATUS      PIC XX.
           88  WS-ALTA             VALUE "A" "a".
           88  WS-BAJA             VALUE "B" "b".
           88  WS-LISTA            VALUE "L" "l".
           88  WS-HISTORIA         VALUE "H" "h".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-DED-TXT              PIC X(7).
       01  WS-DED-NUM REDEFINES WS-DED-TXT PIC 9(5)V99.
       01  WS-INDICE               PIC 9(4) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-EFECTIVA-TXT         PIC X(8).
       01  WS-EFECTIVA REDEFINES WS-EFECTIVA-TXT PIC 9(8).
       01  WS-EFECTIVA-R REDEFINES WS-EFECTIVA-TXT.
           05  WS-EF-AAAA          PIC 9(4).
           05  WS-EF-MM            PIC 99.
           05  WS-EF-DD            PIC 99.
       01  WS-EFECTIVA-OK-SWITCH   PIC X VALUE "N".
           88  WS-EFECTIVA-OK      VALUE "Y".

       01  WS-SAL-COUNT            PIC 9(4) VALUE 0.
       01  WS-SALARIOS-TABLE.
               MOVE "MANTSAL" TO WS-PROGRAMA-NOMBRE
               PERFORM CARGA-COMPANIA
               PERFORM REGISTRA-AUDIT-INICIO
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               PERFORM CARGA-FECHA-NEGOCIO
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-HOY
               END-IF
               PERFORM CARGA-SALARIOS
               PERFORM CARGA-HISTORIA-SALARIOS
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA/CAMBIO  B-BAJA  L-LISTA  "
                       "H-HISTORIA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM BAJA-SALARIO
                       WHEN WS-LISTA
                           PERFORM LISTA-SALARIOS
                       WHEN WS-HISTORIA
                           PERFORM LISTA-HISTORIA
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                       "(7 DIGITOS, 2 DECIMALES IMPLICITOS)"
                   ACCEPT WS-DED-TXT
               END-PERFORM
               PERFORM WITH TEST AFTER UNTIL WS-EFECTIVA-OK
                   DISPLAY "FECHA EN QUE RIGE EL CAMBIO (AAAAMMDD, "
                       "ENTER = HOY)"
                   MOVE SPACES TO WS-EFECTIVA-TXT
                   ACCEPT WS-EFECTIVA-TXT
                   IF WS-EFECTIVA-TXT = SPACES
                       MOVE WS-FECHA-HOY TO WS-EFECTIVA
                   END-IF
                   PERFORM VALIDA-EFECTIVA
               END-PERFORM
               PERFORM LOCALIZA-SALARIO
               MOVE WS-EMP-ID TO WS-SH-EMP-BUSCADO
               MOVE WS-CIA-ACTUAL TO WS-SH-CIA-BUSCADA
               MOVE SPACES TO WS-SH-PERIODO-BUSCADO
               PERFORM BUSCA-TARIFA-VIGENTE
               IF WS-INDICE > 0 AND NOT WS-SH-TIENE-HISTORIA
                   SET WS-SLX TO WS-INDICE
                   MOVE 0 TO SH-FECHA-EFECTIVA
                   MOVE WS-S-BASE(WS-SLX) TO SH-BASE
                   MOVE WS-S-FREC(WS-SLX) TO SH-FRECUENCIA
                   MOVE WS-S-DED(WS-SLX) TO SH-DEDUCCIONES
                   PERFORM ANOTA-HISTORIA
               END-IF
               MOVE WS-EFECTIVA TO SH-FECHA-EFECTIVA
               MOVE WS-BASE-NUM TO SH-BASE
               MOVE WS-FRECUENCIA TO SH-FRECUENCIA
               MOVE WS-DED-NUM TO SH-DEDUCCIONES
               PERFORM ANOTA-HISTORIA
               IF WS-INDICE = 0
                   IF WS-SAL-COUNT >= 1000
                       DISPLAY "TABLA DE SALARIOS LLENA"
               MOVE WS-FRECUENCIA TO WS-S-FREC(WS-SLX)
               MOVE WS-DED-NUM TO WS-S-DED(WS-SLX)
               MOVE WS-CIA-ACTUAL TO WS-S-CIA(WS-SLX)
               DISPLAY "SALARIO REGISTRADO: " WS-EMP-ID
                   " VIGENTE DESDE " WS-EFECTIVA.

           VALIDA-EFECTIVA.
               MOVE "N" TO WS-EFECTIVA-OK-SWITCH
               IF WS-EFECTIVA-TXT IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF WS-EF-AAAA < 1990 OR WS-EF-AAAA > 2099
                       OR WS-EF-MM < 1 OR WS-EF-MM > 12
                       OR WS-EF-DD < 1 OR WS-EF-DD > 31
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-EFECTIVA) = 0
                   EXIT PARAGRAPH
               END-IF
               SET WS-EFECTIVA-OK TO TRUE.

      * AGREGA A SALHIST.DAT EL RENGLON ARMADO EN SH-FECHA-EFECTIVA,
      * SH-BASE, SH-FRECUENCIA Y SH-DEDUCCIONES, Y A LA TABLA EN
      * MEMORIA PARA LOS CAMBIOS SIGUIENTES DE ESTA SESION
           ANOTA-HISTORIA.
               MOVE WS-EMP-ID TO SH-EMP-ID
               MOVE WS-CIA-ACTUAL TO SH-COMPANIA
               MOVE WS-FECHA-HOY TO SH-FECHA-CAPTURA
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-AUD-OPERADOR TO SH-OPERADOR
               OPEN EXTEND SALHIST-FILE
               IF WS-SH-STATUS = "05" OR WS-SH-STATUS = "35"
                   CLOSE SALHIST-FILE
                   OPEN OUTPUT SALHIST-FILE
               END-IF
               WRITE SALHIST-RECORD
               CLOSE SALHIST-FILE
               IF WS-SH-COUNT < 3000
                   ADD 1 TO WS-SH-COUNT
                   MOVE SH-EMP-ID TO WS-SH-EMP-ID(WS-SH-COUNT)
                   MOVE SH-COMPANIA TO WS-SH-CIA(WS-SH-COUNT)
                   MOVE SH-FECHA-EFECTIVA TO
                       WS-SH-EFECTIVA(WS-SH-COUNT)
                   MOVE SH-BASE TO WS-SH-BASE(WS-SH-COUNT)
                   MOVE SH-FRECUENCIA TO WS-SH-FREC(WS-SH-COUNT)
                   MOVE SH-DEDUCCIONES TO WS-SH-DED(WS-SH-COUNT)
               END-IF.

           LISTA-HISTORIA.
               DISPLAY "ID DE EMPLEADO"
               ACCEPT WS-EMP-ID
               PERFORM VARYING WS-SH-I FROM 1 BY 1
                       UNTIL WS-SH-I > WS-SH-COUNT
                   IF WS-SH-EMP-ID(WS-SH-I) = WS-EMP-ID
                           AND WS-SH-CIA(WS-SH-I) = WS-CIA-ACTUAL
                       DISPLAY "  DESDE " WS-SH-EFECTIVA(WS-SH-I)
                           " BASE " WS-SH-BASE(WS-SH-I)
                           " FREC " WS-SH-FREC(WS-SH-I)
                           " DED " WS-SH-DED(WS-SH-I)
                   END-IF
               END-PERFORM.

           BAJA-SALARIO.
               DISPLAY "ID DE EMPLEADO A QUITAR DE NOMINA"
               DISPLAY "SALARIOS REGISTRADOS: " WS-SAL-COUNT.

       COPY CIAPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY ERRPROC.
       COPY SHPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
