      * CLAVE FONETICA EN ESPANOL (VER FONPROC)
       01  WS-FON-ENTRADA           PIC X(40).
       01  WS-FON-CLAVE             PIC X(12).
       01  WS-FON-LARGO             PIC 99 VALUE 12.
       01  WS-FON-I                 PIC 99 VALUE 0.
       01  WS-FON-J                 PIC 99 VALUE 0.
       01  WS-FON-LETRA             PIC X.
       01  WS-FON-SIGUE             PIC X.
       01  WS-FON-PREVIA            PIC X.
       01  WS-FON-CODIGO            PIC X.
       01  WS-FON-ANTERIOR          PIC X.
