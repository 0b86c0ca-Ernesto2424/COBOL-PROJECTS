       01  WS-VS-STATUS             PIC XX.
       01  WS-VS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-VS-EOF            VALUE "Y".
       01  WS-VS-COUNT              PIC 9(4) VALUE 0.
       01  WS-VACSALDO-TABLE.
           05  WS-VS-ENTRY OCCURS 1000 TIMES.
               10  WS-VS-EMP-ID     PIC X(6).
               10  WS-VS-CIA        PIC X(2).
               10  WS-VS-OTORGADOS  PIC 9(4).
               10  WS-VS-TOMADOS    PIC 9(4).
               10  WS-VS-ULT-ANIV   PIC 9(2).
               10  WS-VS-FECHA-ANIV PIC 9(8).
       01  WS-VS-I                  PIC 9(4) VALUE 0.
       01  WS-VS-INDICE             PIC 9(4) VALUE 0.
       01  WS-VS-BUSCADO            PIC X(6).
       01  WS-VS-DISPONIBLE         PIC S9(4) VALUE 0.
