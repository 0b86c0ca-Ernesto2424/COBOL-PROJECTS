       01  WS-CO-STATUS             PIC XX.
       01  WS-CO-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CO-EOF            VALUE "Y".
       01  WS-CO-COUNT              PIC 9(4) VALUE 0.
       01  WS-COMISION-TABLE.
           05  WS-CO-ENTRY OCCURS 3000 TIMES.
               10  WS-CO-EMP-ID     PIC X(6).
               10  WS-CO-CIA        PIC X(2).
               10  WS-CO-PERIODO    PIC X(6).
               10  WS-CO-VENTAS     PIC 9(9)V99.
               10  WS-CO-COMISION   PIC 9(7)V99.
               10  WS-CO-RECUPERADO PIC 9(7)V99.
               10  WS-CO-NETO       PIC S9(7)V99.
               10  WS-CO-ESTATUS    PIC X.
               10  WS-CO-FEC-APROB  PIC 9(8).
               10  WS-CO-APROBADOR  PIC X(8).
               10  WS-CO-PER-PAGO   PIC X(6).
       01  WS-CO-I                  PIC 9(4) VALUE 0.
       01  WS-CO-INDICE             PIC 9(4) VALUE 0.
       01  WS-CO-EMP-BUSCADO        PIC X(6).
       01  WS-CO-CIA-BUSCADA        PIC X(2).
       01  WS-CO-PERIODO-BUSCADO    PIC X(6).
