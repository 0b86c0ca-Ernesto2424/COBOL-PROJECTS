      ******************************************************************
      * Author:
      * Date:
      * Purpose:   SUPERVISOR NOTICES - LIST, ACKNOWLEDGE, GO TO SOURCE
      * Tectonics: cobc
      * Note:      One shared outbox, NOTIFICA.DAT, for everything
      *            left waiting on a supervisor: charges held over a
      *            credit limit (OVERRIDE, from the posting run),
      *            actions queued for a second authorization
      *            (APROBAR, DAUPROC), age-bracket deviations (DESVIO,
      *            NUMNIVEL), runs over their SLA (SLA, DASHBOARD-OPS)
      *            and near matches to confirm (CRUCE, CRUZA-EMP-CLI).
      *            Each notice carries source, severity (C critical,
      *            A high, I informative), reference, program and
      *            timestamp. Level-3 operators only. L lists the
      *            notices not yet acknowledged, most severe first; T
      *            lists every notice; R acknowledges one (operator,
      *            date and time, and an audit row); I runs the
      *            program that deals with the notice's source and
      *            offers to acknowledge it on return. The main menu
      *            shows the pending count at sign-on, and RESUMEN-DIA
      *            carries the critical ones not yet acknowledged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT NOTIFICA-NUEVO ASSIGN TO "NOTIFICA.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-NEW-STATUS.
           COPY NTFSEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.
       01  OPERADOR-RECORD.
           05  OP-ID                PIC X(8).
           05  OP-NOMBRE            PIC X(20).
           05  OP-NIVEL             PIC 9.

       FD  NOTIFICA-NUEVO.
       01  NOTIFICA-NUEVO-RECORD   PIC X(178).

       COPY NTFFD.

       COPY AUDITFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY NTFWS.

       01  WS-OPER-STATUS          PIC XX.
       01  WS-NTF-NEW-STATUS       PIC XX.
       01  WS-EOF-OPER-SWITCH      PIC X VALUE "N".
           88  WS-EOF-OPER         VALUE "Y".
       01  WS-ES-SUPERVISOR-SW     PIC X VALUE "N".
           88  WS-ES-SUPERVISOR    VALUE "Y".

       01  WS-OPCION               PIC X.
           88  WS-LISTA            VALUE "L" "l".
           88  WS-TODOS            VALUE "T" "t".
           88  WS-RECONOCE         VALUE "R" "r".
           88  WS-IR               VALUE "I" "i".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-CONFIRMA             PIC X.

      * LAS FECHAS DEL RECONOCIMIENTO SON LAS REALES DEL RELOJ
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).
       01  WS-FOLIO-TXT            PIC X(6).
       01  WS-FOLIO-NUM REDEFINES WS-FOLIO-TXT PIC 9(6).
       01  WS-CONT-LISTADOS        PIC 9(5) VALUE 0.
       01  WS-SOLO-PENDIENTES-SW   PIC X VALUE "Y".
           88  WS-SOLO-PENDIENTES  VALUE "Y".
       01  WS-SEVERIDAD-LISTA      PIC X.
       01  WS-SEV-I                PIC 9 VALUE 0.
       01  WS-SEVERIDADES          PIC X(3) VALUE "CAI".
       01  WS-ESTATUS-TXT          PIC X(10).

      * AVISO ELEGIDO POR FOLIO
       01  WS-HALLADO-SWITCH       PIC X VALUE "N".
           88  WS-HALLADO          VALUE "Y".
       01  WS-AV-REGISTRO          PIC X(178).
       01  WS-AV-ORIGEN            PIC X(8).
       01  WS-AV-ESTATUS           PIC X.
       01  WS-RECONOCIDO-SWITCH    PIC X VALUE "N".
           88  WS-RECONOCIDO       VALUE "Y".

      * PROGRAMA QUE ATIENDE CADA ORIGEN; EL DESVIO DE GRUPOS DE EDAD
      * NO TIENE PANTALLA DE SEGUIMIENTO (SE REVISA EN ALERTAS.DAT)
       01  WS-DESTINOS.
           05  FILLER              PIC X(8) VALUE "OVERRIDE".
           05  FILLER              PIC X(30)
                                   VALUE "./CREDITO-CLIENTES".
           05  FILLER              PIC X(8) VALUE "APROBAR".
           05  FILLER              PIC X(30)
                                   VALUE "./APRUEBA-ACCIONES".
           05  FILLER              PIC X(8) VALUE "DESVIO".
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(8) VALUE "SLA".
           05  FILLER              PIC X(30) VALUE "./DASHBOARD-OPS".
           05  FILLER              PIC X(8) VALUE "CRUCE".
           05  FILLER              PIC X(30)
                                   VALUE "./CONFIRMA-CRUCES".
       01  WS-DESTINOS-R REDEFINES WS-DESTINOS.
           05  WS-DS-ENTRY OCCURS 5 TIMES.
               10  WS-DS-ORIGEN    PIC X(8).
               10  WS-DS-COMANDO   PIC X(30).
       01  WS-DS-I                 PIC 9 VALUE 0.
       01  WS-COMANDO              PIC X(30).

       PROCEDURE DIVISION.
           MAIN.
               MOVE "AVISOS" TO WS-PROGRAMA-NOMBRE
               PERFORM REGISTRA-AUDIT-INICIO
               PERFORM VERIFICA-SUPERVISOR
               IF NOT WS-ES-SUPERVISOR
                   DISPLAY "LOS AVISOS AL SUPERVISOR REQUIEREN "
                       "OPERADOR SUPERVISOR (NIVEL 3)"
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 8 TO RETURN-CODE
                   PERFORM REGISTRA-AUDIT-FIN
                   STOP RUN
               END-IF
               PERFORM CUENTA-NOTIFICACIONES
               DISPLAY "AVISOS SIN RECONOCER: " WS-NTF-PENDIENTES
                   " (CRITICOS: " WS-NTF-CRITICOS ")"
               PERFORM UNTIL WS-FIN
                   DISPLAY "L-PENDIENTES  T-TODOS  R-RECONOCE  "
                       "I-IR AL PROGRAMA  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-LISTA
                           MOVE "Y" TO WS-SOLO-PENDIENTES-SW
                           PERFORM LISTA-AVISOS
                       WHEN WS-TODOS
                           MOVE "N" TO WS-SOLO-PENDIENTES-SW
                           PERFORM LISTA-AVISOS
                       WHEN WS-RECONOCE
                           PERFORM RECONOCE-AVISO
                       WHEN WS-IR
                           PERFORM IR-AL-PROGRAMA
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                           DISPLAY "OPCION INVALIDA"
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

      * UNA PASADA POR SEVERIDAD: CRITICOS, ALTOS, INFORMATIVOS
           LISTA-AVISOS.
               MOVE 0 TO WS-CONT-LISTADOS
               DISPLAY "FOLIO  S ORIGEN   FECHA    HORA   PROGRAMA"
                   "             DETALLE"
               PERFORM VARYING WS-SEV-I FROM 1 BY 1 UNTIL WS-SEV-I > 3
                   MOVE WS-SEVERIDADES(WS-SEV-I:1) TO
                       WS-SEVERIDAD-LISTA
                   PERFORM LISTA-SEVERIDAD
               END-PERFORM
               IF WS-SOLO-PENDIENTES
                   DISPLAY "AVISOS SIN RECONOCER: " WS-CONT-LISTADOS
               ELSE
                   DISPLAY "AVISOS: " WS-CONT-LISTADOS
               END-IF.

           LISTA-SEVERIDAD.
               MOVE "N" TO WS-NTF-EOF-SWITCH
               OPEN INPUT NOTIFICA-FILE
               IF WS-NTF-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-NTF-EOF
                   READ NOTIFICA-FILE
                       AT END
                           SET WS-NTF-EOF TO TRUE
                       NOT AT END
                           IF NT-SEVERIDAD = WS-SEVERIDAD-LISTA
                                   AND (NT-PENDIENTE
                                       OR NOT WS-SOLO-PENDIENTES)
                               PERFORM MUESTRA-AVISO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFICA-FILE.

           MUESTRA-AVISO.
               ADD 1 TO WS-CONT-LISTADOS
               DISPLAY NT-FOLIO " " NT-SEVERIDAD " " NT-ORIGEN " "
                   NT-FECHA " " NT-HORA(1:6) " " NT-PROGRAMA " "
                   NT-DETALLE
               IF NT-RECONOCIDO
                   DISPLAY "         RECONOCIDO " NT-REC-FECHA " "
                       NT-REC-HORA(1:6) " POR " NT-REC-OPERADOR
               END-IF.

      * DEJA EL AVISO DEL FOLIO PEDIDO EN WS-AV-REGISTRO
           PIDE-FOLIO.
               MOVE "N" TO WS-HALLADO-SWITCH
               DISPLAY "FOLIO DEL AVISO (6 DIGITOS)"
               ACCEPT WS-FOLIO-TXT
               IF WS-FOLIO-TXT IS NOT NUMERIC
                   DISPLAY "FOLIO INVALIDO: " WS-FOLIO-TXT
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-NTF-EOF-SWITCH
               OPEN INPUT NOTIFICA-FILE
               IF WS-NTF-STATUS NOT = "00"
                   DISPLAY "NO HAY AVISOS"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-NTF-EOF OR WS-HALLADO
                   READ NOTIFICA-FILE
                       AT END
                           SET WS-NTF-EOF TO TRUE
                       NOT AT END
                           IF NT-FOLIO = WS-FOLIO-NUM
                               SET WS-HALLADO TO TRUE
                               MOVE NOTIFICA-RECORD TO WS-AV-REGISTRO
                               MOVE NT-ORIGEN TO WS-AV-ORIGEN
                               MOVE NT-ESTATUS TO WS-AV-ESTATUS
                               PERFORM MUESTRA-AVISO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFICA-FILE
               IF NOT WS-HALLADO
                   DISPLAY "AVISO NO EXISTE: " WS-FOLIO-TXT
               END-IF.

           RECONOCE-AVISO.
               PERFORM PIDE-FOLIO
               IF NOT WS-HALLADO
                   EXIT PARAGRAPH
               END-IF
               IF WS-AV-ESTATUS NOT = "P"
                   DISPLAY "EL AVISO YA FUE RECONOCIDO"
                   EXIT PARAGRAPH
               END-IF
               PERFORM MARCA-RECONOCIDO.

      * ABRE EL PROGRAMA QUE ATIENDE EL ORIGEN DEL AVISO; AL VOLVER
      * SE OFRECE RECONOCERLO
           IR-AL-PROGRAMA.
               PERFORM PIDE-FOLIO
               IF NOT WS-HALLADO
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-COMANDO
               PERFORM VARYING WS-DS-I FROM 1 BY 1 UNTIL WS-DS-I > 5
                   IF WS-DS-ORIGEN(WS-DS-I) = WS-AV-ORIGEN
                       MOVE WS-DS-COMANDO(WS-DS-I) TO WS-COMANDO
                   END-IF
               END-PERFORM
               IF WS-COMANDO = SPACES
                   DISPLAY "EL ORIGEN " WS-AV-ORIGEN " NO TIENE "
                       "PROGRAMA DE SEGUIMIENTO"
               ELSE
                   CALL "SYSTEM" USING WS-COMANDO
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF WS-AV-ESTATUS NOT = "P"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "RECONOCER EL AVISO " WS-FOLIO-NUM " (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM MARCA-RECONOCIDO
               END-IF.

      * NOTIFICA.DAT SE REESCRIBE DE PASO COMPLETO VIA NOTIFICA.NEW;
      * LOS PROGRAMAS SOLO LE AGREGAN AVISOS AL FINAL
           MARCA-RECONOCIDO.
               PERFORM RESUELVE-AUD-OPERADOR
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               MOVE "N" TO WS-RECONOCIDO-SWITCH
               MOVE "N" TO WS-NTF-EOF-SWITCH
               OPEN INPUT NOTIFICA-FILE
               IF WS-NTF-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT NOTIFICA-NUEVO
               PERFORM UNTIL WS-NTF-EOF
                   READ NOTIFICA-FILE
                       AT END
                           SET WS-NTF-EOF TO TRUE
                       NOT AT END
                           IF NT-FOLIO = WS-FOLIO-NUM
                                   AND NT-PENDIENTE
                               MOVE "R" TO NT-ESTATUS
                               MOVE WS-FECHA-HOY TO NT-REC-FECHA
                               MOVE WS-HORA-AHORA TO NT-REC-HORA
                               MOVE WS-AUD-OPERADOR TO
                                   NT-REC-OPERADOR
                               MOVE NOTIFICA-RECORD TO WS-AV-REGISTRO
                               SET WS-RECONOCIDO TO TRUE
                           END-IF
                           MOVE NOTIFICA-RECORD TO
                               NOTIFICA-NUEVO-RECORD
                           WRITE NOTIFICA-NUEVO-RECORD
                   END-READ
               END-PERFORM
               CLOSE NOTIFICA-FILE
               CLOSE NOTIFICA-NUEVO
               IF NOT WS-RECONOCIDO
                   DISPLAY "EL AVISO YA FUE RECONOCIDO"
                   EXIT PARAGRAPH
               END-IF
               CALL "SYSTEM" USING "mv NOTIFICA.NEW NOTIFICA.DAT"
               MOVE 0 TO RETURN-CODE
               MOVE "RECONOCE" TO WS-ESTATUS-TXT
               PERFORM ANOTA-AVISO-AUDIT
               DISPLAY "AVISO " WS-FOLIO-NUM " RECONOCIDO".

      * WS-ESTATUS-TXT LLEGA PUESTO
           ANOTA-AVISO-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-FECHA-HOY TO AUD-FECHA
               MOVE WS-HORA-AHORA TO AUD-HORA
               MOVE "AVISO" TO AUD-EVENTO
               MOVE WS-ESTATUS-TXT TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               MOVE WS-AV-REGISTRO TO NOTIFICA-RECORD
               STRING "FOLIO " NT-FOLIO " " NT-ORIGEN " "
                   NT-REFERENCIA DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

       COPY NTFPROC.
       COPY AUDITPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
