      * TABLA DE ABREVIATURAS Y AREAS DE TRABAJO (VER ABPROC)
       01  WS-AB-STATUS             PIC XX.
       01  WS-AB-EOF-SWITCH         PIC X VALUE "N".
           88  WS-AB-EOF            VALUE "Y".
       01  WS-AB-CARGADA-SW         PIC X VALUE "N".
           88  WS-AB-CARGADA        VALUE "Y".
       01  WS-AB-COUNT              PIC 9(3) VALUE 0.
       01  WS-AB-TABLE.
           05  WS-AB-ENTRY OCCURS 200 TIMES.
               10  WS-AB-PALABRA    PIC X(15).
               10  WS-AB-CANONICA   PIC X(15).
       01  WS-AB-I                  PIC 9(3) VALUE 0.
       01  WS-AB-INDICE             PIC 9(3) VALUE 0.
       01  WS-AB-ENTRADA            PIC X(30).
       01  WS-AB-SALIDA             PIC X(30).
       01  WS-AB-TRABAJO            PIC X(30).
       01  WS-AB-PALABRA-ACT        PIC X(30).
       01  WS-AB-PTR                PIC 99 VALUE 0.
       01  WS-AB-SAL-PTR            PIC 99 VALUE 0.
