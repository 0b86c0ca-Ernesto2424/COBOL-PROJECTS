       01  WS-NA-STATUS             PIC XX.
       01  WS-NA-EOF-SWITCH         PIC X VALUE "N".
           88  WS-NA-EOF            VALUE "Y".
       01  WS-NA-COUNT              PIC 9(4) VALUE 0.
       01  WS-ACUMULADOS-TABLE.
           05  WS-NA-ENTRY OCCURS 5000 TIMES.
               10  WS-NA-EMP-ID     PIC X(6).
               10  WS-NA-CIA        PIC X(2).
               10  WS-NA-ANIO       PIC 9(4).
               10  WS-NA-BRUTO      PIC 9(9)V99.
               10  WS-NA-DED        PIC 9(9)V99.
               10  WS-NA-RET        PIC 9(9)V99.
               10  WS-NA-NETO       PIC 9(9)V99.
               10  WS-NA-NOMINAS    PIC 9(3).
               10  WS-NA-ULT-PER    PIC X(6).
               10  WS-NA-ULT-FREC   PIC X.
       01  WS-NA-I                  PIC 9(4) VALUE 0.
       01  WS-NA-INDICE             PIC 9(4) VALUE 0.
       01  WS-NA-EMP-BUSCADO        PIC X(6).
       01  WS-NA-CIA-BUSCADA        PIC X(2).
       01  WS-NA-ANIO-BUSCADO       PIC 9(4) VALUE 0.
