       01  WS-CT-STATUS             PIC XX.
       01  WS-CT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CT-EOF            VALUE "Y".
       01  WS-CT-COUNT              PIC 9(4) VALUE 0.
       01  WS-CUENTAS-TABLE.
           05  WS-CT-ENTRY OCCURS 1000 TIMES.
               10  WS-CT-EMP-ID     PIC X(6).
               10  WS-CT-CUENTA     PIC X(18).
               10  WS-CT-FECHA      PIC 9(8).
       01  WS-CT-I                  PIC 9(4) VALUE 0.
       01  WS-CT-INDICE             PIC 9(4) VALUE 0.
       01  WS-CT-BUSCADO            PIC X(6).
