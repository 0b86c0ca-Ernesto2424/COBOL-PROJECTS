       01  WS-PC-STATUS             PIC XX.
       01  WS-PC-EOF-SWITCH         PIC X VALUE "N".
           88  WS-PC-EOF            VALUE "Y".
       01  WS-PC-COUNT              PIC 9(3) VALUE 0.
       01  WS-COMPLAN-TABLE.
           05  WS-PC-ENTRY OCCURS 300 TIMES.
               10  WS-PC-CIA        PIC X(2).
               10  WS-PC-TIPO       PIC X.
               10  WS-PC-CLAVE      PIC X(4).
               10  WS-PC-DESDE      PIC 9(7)V99.
               10  WS-PC-TASA       PIC 9(2)V99.
       01  WS-PC-I                  PIC 9(3) VALUE 0.
       01  WS-PC-INDICE             PIC 9(3) VALUE 0.
       01  WS-PC-CIA-BUSCADA        PIC X(2).
       01  WS-PC-TIPO-BUSCADO       PIC X.
       01  WS-PC-CLAVE-BUSCADA      PIC X(4).
       01  WS-PC-DESDE-BUSCADO      PIC 9(7)V99 VALUE 0.
       01  WS-PC-PRODUCTO           PIC X(4).
       01  WS-PC-DEPTO              PIC X(4).
       01  WS-PC-VENTAS             PIC 9(9)V99 VALUE 0.
       01  WS-PC-TASA-VIGENTE       PIC 9(2)V99 VALUE 0.
       01  WS-PC-PLAN-SWITCH        PIC X VALUE "N".
           88  WS-PC-CON-PLAN       VALUE "Y".
