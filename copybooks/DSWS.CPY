      * FICHAS DE DEPOSITO DE EFECTIVO (VER DSPROC)
       01  WS-DS-STATUS             PIC XX.
       01  WS-DS-EOF-SWITCH         PIC X VALUE "N".
           88  WS-DS-EOF            VALUE "Y".
       01  WS-DS-COUNT              PIC 9(4) VALUE 0.
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 3000 TIMES.
               10  WS-DS-NUMERO     PIC 9(7).
               10  WS-DS-FECHA      PIC 9(8).
               10  WS-DS-CIA        PIC X(2).
               10  WS-DS-SESIONES   PIC 9(4).
               10  WS-DS-RECIBOS    PIC 9(5).
               10  WS-DS-TOTAL      PIC 9(9)V99.
               10  WS-DS-FEMISION   PIC 9(8).
               10  WS-DS-OPERADOR   PIC X(8).
               10  WS-DS-ESTATUS    PIC X.
               10  WS-DS-FBANCO     PIC 9(8).
               10  WS-DS-REF-BANCO  PIC X(10).
       01  WS-DS-I                  PIC 9(4) VALUE 0.
       01  WS-DS-INDICE             PIC 9(4) VALUE 0.
       01  WS-DS-EXTRA              PIC 9(6) VALUE 0.
       01  WS-DS-MAYOR              PIC 9(7) VALUE 0.
      * REFERENCIA CON QUE LA FICHA VIAJA AL BANCO: DEP + NUMERO
       01  WS-DS-REFERENCIA.
           05  FILLER               PIC X(3) VALUE "DEP".
           05  WS-DS-REF-NUMERO     PIC 9(7).
