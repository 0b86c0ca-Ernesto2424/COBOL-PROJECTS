       01  WS-PS-STATUS             PIC XX.
       01  WS-PS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-PS-EOF            VALUE "Y".
       01  WS-PS-CONTROL-SWITCH     PIC X VALUE "N".
           88  WS-PS-CONTROL        VALUE "Y".
       01  WS-PS-DESBORDA-SWITCH    PIC X VALUE "N".
           88  WS-PS-DESBORDA       VALUE "Y".
       01  WS-PS-COUNT              PIC 9(4) VALUE 0.
       01  WS-PUESTOS-TABLE.
           05  WS-PS-ENTRY OCCURS 1000 TIMES.
               10  WS-PS-CIA       PIC X(2).
               10  WS-PS-DEPTO     PIC X(4).
               10  WS-PS-PUESTO    PIC X(6).
               10  WS-PS-TITULO    PIC X(20).
               10  WS-PS-EMP       PIC X(6).
               10  WS-PS-FAUT      PIC 9(8).
               10  WS-PS-FOCUPA    PIC 9(8).
               10  WS-PS-FLIBERA   PIC 9(8).
       01  WS-PS-I                  PIC 9(4) VALUE 0.
       01  WS-PS-INDICE             PIC 9(4) VALUE 0.
       01  WS-PS-VACANTES           PIC 9(4) VALUE 0.
       01  WS-PS-CIA-BUSCADA        PIC X(2).
       01  WS-PS-DEPTO-BUSCADO      PIC X(4).
       01  WS-PS-PUESTO-BUSCADO     PIC X(6).
       01  WS-PS-EMP-BUSCADO        PIC X(6).
       01  WS-PS-FECHA-MOV          PIC 9(8) VALUE 0.
