       01  WS-OC-STATUS             PIC XX.
       01  WS-OC-EOF-SWITCH         PIC X VALUE "N".
           88  WS-OC-EOF            VALUE "Y".
       01  WS-OC-COUNT              PIC 9(4) VALUE 0.
       01  WS-ORDCOMP-TABLE.
           05  WS-OC-ENTRY OCCURS 2000 TIMES.
               10  WS-OC-NUMERO     PIC 9(6).
               10  WS-OC-PARTIDA    PIC 9(3).
               10  WS-OC-PROVEEDOR  PIC X(6).
               10  WS-OC-FECHA      PIC 9(8).
               10  WS-OC-PROMESA    PIC 9(8).
               10  WS-OC-CODIGO     PIC 9(4).
               10  WS-OC-CANTIDAD   PIC 9(5).
               10  WS-OC-RECIBIDA   PIC 9(5).
               10  WS-OC-ESTATUS    PIC X.
       01  WS-OC-I                  PIC 9(4) VALUE 0.
       01  WS-OC-INDICE             PIC 9(4) VALUE 0.
       01  WS-OC-SIG-NUMERO         PIC 9(6) VALUE 1.
       01  WS-OC-NUMERO-BUSCADO     PIC 9(6) VALUE 0.
       01  WS-OC-CODIGO-BUSCADO     PIC 9(4) VALUE 0.
       01  WS-OC-POR-RECIBIR        PIC 9(7) VALUE 0.
