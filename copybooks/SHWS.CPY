       01  WS-SH-STATUS             PIC XX.
       01  WS-SH-EOF-SWITCH         PIC X VALUE "N".
           88  WS-SH-EOF            VALUE "Y".
       01  WS-SH-COUNT              PIC 9(4) VALUE 0.
       01  WS-SALHIST-TABLE.
           05  WS-SH-ENTRY OCCURS 3000 TIMES.
               10  WS-SH-EMP-ID     PIC X(6).
               10  WS-SH-CIA        PIC X(2).
               10  WS-SH-EFECTIVA   PIC 9(8).
               10  WS-SH-BASE       PIC 9(7)V99.
               10  WS-SH-FREC       PIC X.
               10  WS-SH-DED        PIC 9(5)V99.
       01  WS-SH-I                  PIC 9(4) VALUE 0.
       01  WS-SH-INDICE             PIC 9(4) VALUE 0.
       01  WS-SH-EMP-BUSCADO        PIC X(6).
       01  WS-SH-CIA-BUSCADA        PIC X(2).
       01  WS-SH-PERIODO-BUSCADO    PIC X(6).
       01  WS-SH-HISTORIA-SWITCH    PIC X VALUE "N".
           88  WS-SH-TIENE-HISTORIA VALUE "Y".
