      * CONVENIOS DE PAGO EN MEMORIA (VER CVPROC)
       01  WS-CV-STATUS             PIC XX.
       01  WS-CV-EOF-SWITCH         PIC X VALUE "N".
           88  WS-CV-EOF            VALUE "Y".
       01  WS-CV-COUNT              PIC 9(4) VALUE 0.
       01  WS-CV-TABLE.
           05  WS-CV-ENTRY OCCURS 2000 TIMES.
               10  WS-CV-ID         PIC X(6).
               10  WS-CV-CIA        PIC X(2).
               10  WS-CV-EST        PIC X.
               10  WS-CV-ALTA       PIC 9(8).
               10  WS-CV-ABONADO    PIC S9(9)V99.
               10  WS-CV-REG        PIC X(477).
       01  WS-CV-I                  PIC 9(4) VALUE 0.
       01  WS-CV-INDICE             PIC 9(4) VALUE 0.
       01  WS-CV-ID-BUSCADO         PIC X(6).
       01  WS-CV-EXTRA              PIC 9(5) VALUE 0.
