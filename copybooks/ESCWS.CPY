      * ESCALA DE CALIFICACION (VER ESCPROC)
       01  WS-ESCALA-STATUS         PIC XX.
       01  WS-ESC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-ESC-EOF           VALUE "Y".
       01  WS-ESC-MALA-SWITCH       PIC X VALUE "N".
           88  WS-ESC-MALA          VALUE "Y".
       01  WS-ESC-COUNT             PIC 99 VALUE 0.
       01  WS-ESC-TABLE.
           05  WS-ESC-ENTRY OCCURS 10 TIMES.
               10  WS-ESC-MIN       PIC 9(3).
               10  WS-ESC-LETRA     PIC X.
       01  WS-ESC-I                 PIC 99 VALUE 0.
       01  WS-ESC-SCORE             PIC 9(3) VALUE 0.
       01  WS-ESC-LETRA-CALC        PIC X.
