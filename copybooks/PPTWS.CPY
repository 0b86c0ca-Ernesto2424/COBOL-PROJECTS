       01  WS-PT-STATUS             PIC XX.
       01  WS-PT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-PT-EOF            VALUE "Y".
       01  WS-PT-COUNT              PIC 9(3) VALUE 0.
       01  WS-PRESUP-TABLE.
           05  WS-PT-ENTRY OCCURS 600 TIMES.
               10  WS-PT-CIA        PIC X(2).
               10  WS-PT-DEPTO      PIC X(4).
               10  WS-PT-ANIO       PIC 9(4).
               10  WS-PT-MES OCCURS 12 TIMES
                                    PIC 9(9)V99.
       01  WS-PT-I                  PIC 9(3) VALUE 0.
       01  WS-PT-M                  PIC 99 VALUE 0.
       01  WS-PT-INDICE             PIC 9(3) VALUE 0.
       01  WS-PT-CIA-BUSCADA        PIC X(2).
       01  WS-PT-DEPTO-BUSCADO      PIC X(4).
       01  WS-PT-ANIO-BUSCADO       PIC 9(4) VALUE 0.
