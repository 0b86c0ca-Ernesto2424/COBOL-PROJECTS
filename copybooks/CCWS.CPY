      * CALIFICACIONES POR COMPONENTE (VER CCPROC)
       01  WS-CC-STATUS             PIC XX.
       01  WS-CC-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CC-EOF            VALUE "Y".
       01  WS-CC-COUNT              PIC 9(5) VALUE 0.
       01  WS-CALIF-COMP-TABLE.
           05  WS-CC-ENTRY OCCURS 10000 TIMES.
               10  WS-CC-ALUMNO     PIC X(8).
               10  WS-CC-CURSO      PIC X(6).
               10  WS-CC-COMPONENTE PIC X(4).
               10  WS-CC-SCORE      PIC 9(3).
               10  WS-CC-FECHA      PIC 9(8).
               10  WS-CC-USADA      PIC X.
       01  WS-CC-I                  PIC 9(5) VALUE 0.
       01  WS-CC-INDICE             PIC 9(5) VALUE 0.
       01  WS-CC-ALUMNO-BUSCADO     PIC X(8).
       01  WS-CC-CURSO-BUSCADO      PIC X(6).
       01  WS-CC-COMP-BUSCADO       PIC X(4).
