       01  WS-RT-STATUS             PIC XX.
       01  WS-RT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-RT-EOF            VALUE "Y".
       01  WS-RT-COUNT              PIC 9(3) VALUE 0.
       01  WS-RETENCION-TABLE.
           05  WS-RT-ENTRY OCCURS 150 TIMES.
               10  WS-RT-FREC       PIC X.
               10  WS-RT-LIMITE     PIC 9(7)V99.
               10  WS-RT-CUOTA      PIC 9(7)V99.
               10  WS-RT-TASA       PIC 9(2)V99.
       01  WS-RT-I                  PIC 9(3) VALUE 0.
       01  WS-RT-INDICE             PIC 9(3) VALUE 0.
       01  WS-RT-FREC-BUSCADA       PIC X.
       01  WS-RT-LIMITE-BUSCADO     PIC 9(7)V99 VALUE 0.
       01  WS-RT-BASE               PIC 9(7)V99 VALUE 0.
       01  WS-RT-IMPUESTO           PIC 9(7)V99 VALUE 0.
