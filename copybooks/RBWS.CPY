      * SALDOS A FAVOR: DECISIONES DEL SUPERVISOR (VER RBPROC)
       01  WS-RB-STATUS             PIC XX.
       01  WS-RB-EOF-SWITCH         PIC X VALUE "N".
           88  WS-RB-EOF            VALUE "Y".
       01  WS-RB-COUNT              PIC 9(4) VALUE 0.
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 2000 TIMES.
               10  WS-RB-ID         PIC X(6).
               10  WS-RB-CIA        PIC X(2).
               10  WS-RB-PERIODO    PIC 9(6).
               10  WS-RB-MONTO      PIC S9(7)V99.
               10  WS-RB-DECISION   PIC X.
               10  WS-RB-DESTINO    PIC X(6).
               10  WS-RB-SUPERV     PIC X(8).
               10  WS-RB-FDEC       PIC 9(8).
               10  WS-RB-ESTATUS    PIC X.
               10  WS-RB-FPOST      PIC 9(8).
       01  WS-RB-I                  PIC 9(4) VALUE 0.
       01  WS-RB-INDICE             PIC 9(4) VALUE 0.
       01  WS-RB-EXTRA              PIC 9(6) VALUE 0.
       01  WS-RB-ID-BUSCADO         PIC X(6).
       01  WS-RB-PERIODO-BUSCADO    PIC 9(6) VALUE 0.
