      * INCIDENTES DE OPERACION (VER INCPROC)
       01  WS-INC-STATUS            PIC XX.
       01  WS-INC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-INC-EOF           VALUE "Y".
       01  WS-INC-COUNT             PIC 9(4) VALUE 0.
       01  WS-INCIDENTES-TABLE.
           05  WS-INC-ENTRY OCCURS 2000 TIMES.
               10  WS-IN-FOLIO      PIC 9(6).
               10  WS-IN-PROGRAMA   PIC X(20).
               10  WS-IN-ETAPA      PIC X(14).
               10  WS-IN-ORIGEN     PIC X.
               10  WS-IN-FECHA      PIC 9(8).
               10  WS-IN-HORA       PIC 9(8).
               10  WS-IN-ESTATUS    PIC X.
               10  WS-IN-REPETICIONES PIC 9(4).
               10  WS-IN-ULT-FECHA  PIC 9(8).
               10  WS-IN-ULT-HORA   PIC 9(8).
               10  WS-IN-REC-FECHA  PIC 9(8).
               10  WS-IN-REC-HORA   PIC 9(8).
               10  WS-IN-REC-OPER   PIC X(8).
               10  WS-IN-CAUSA      PIC X(40).
               10  WS-IN-SOLUCION   PIC X(40).
               10  WS-IN-CIE-FECHA  PIC 9(8).
               10  WS-IN-CIE-HORA   PIC 9(8).
               10  WS-IN-CIE-OPER   PIC X(8).
       01  WS-INC-I                 PIC 9(4) VALUE 0.
       01  WS-INC-INDICE            PIC 9(4) VALUE 0.
       01  WS-INC-FOLIO-BUSCADO     PIC 9(6) VALUE 0.
       01  WS-INC-FOLIO-MAX         PIC 9(6) VALUE 0.
      * ENTRADA DE REGISTRA-INCIDENTE: PROGRAMA, ETAPA, ORIGEN Y EL
      * MOMENTO DE LA FALLA; SALIDA: FOLIO Y NUEVO / LIGADO / ANOTADO
       01  WS-INC-PROGRAMA          PIC X(20).
       01  WS-INC-ETAPA             PIC X(14).
       01  WS-INC-ORIGEN            PIC X.
       01  WS-INC-FECHA             PIC 9(8).
       01  WS-INC-HORA              PIC 9(8).
       01  WS-INC-FOLIO             PIC 9(6) VALUE 0.
       01  WS-INC-RESULTADO         PIC X(7).
       01  WS-INC-MOMENTO           PIC 9(16).
       01  WS-INC-MOMENTO-ULT       PIC 9(16).
      * UN INICIO SIN FIN CUENTA COMO ABEND PASADOS ESTOS MINUTOS
      * (ANTES PUEDE SER UN PROGRAMA QUE SIGUE CORRIENDO)
       01  WS-INC-EDAD-ABEND        PIC 9(5) VALUE 120.
