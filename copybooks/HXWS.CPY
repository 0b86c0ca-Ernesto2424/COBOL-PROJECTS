       01  WS-HX-STATUS             PIC XX.
       01  WS-HX-PRIMA              PIC 9(3) VALUE 0.
       01  WS-HX-JORNADA            PIC 9(3) VALUE 0.
       01  WS-HX-LIMITE             PIC 9(3) VALUE 0.
       01  WS-HX-FRECUENCIA         PIC X.
       01  WS-HX-SEMANAS            PIC 9V99 VALUE 0.
       01  WS-HX-HORAS-PERIODO      PIC 9(4)V99 VALUE 0.
       01  WS-HX-LIMITE-PERIODO     PIC 9(4)V99 VALUE 0.
