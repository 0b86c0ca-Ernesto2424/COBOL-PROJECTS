      * LIMITES DE CREDITO DE GRUPO CORPORATIVO (VER LGPROC)
       01  WS-LG-STATUS             PIC XX.
       01  WS-LG-EOF-SWITCH         PIC X VALUE "N".
           88  WS-LG-EOF            VALUE "Y".
       01  WS-LG-COUNT              PIC 9(4) VALUE 0.
       01  WS-LG-TABLE.
           05  WS-LG-ENTRY OCCURS 1000 TIMES.
               10  WS-LG-ID         PIC X(6).
               10  WS-LG-CIA        PIC X(2).
               10  WS-LG-LIMITE     PIC 9(7)V99.
       01  WS-LG-I                  PIC 9(4) VALUE 0.
       01  WS-LG-INDICE             PIC 9(4) VALUE 0.
       01  WS-LG-EXTRA              PIC 9(6) VALUE 0.
       01  WS-LG-ID-BUSCADO         PIC X(6).
