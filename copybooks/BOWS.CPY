       01  WS-BO-STATUS             PIC XX.
       01  WS-BO-EOF-SWITCH         PIC X VALUE "N".
           88  WS-BO-EOF            VALUE "Y".
       01  WS-BO-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-BO-LLENA          VALUE "Y".
       01  WS-BO-COUNT              PIC 9(4) VALUE 0.
       01  WS-PENDIENTES-TABLE.
           05  WS-BO-ENTRY OCCURS 2000 TIMES.
               10  WS-BO-PEDIDO     PIC 9(6).
               10  WS-BO-PARTIDA    PIC 9(3).
               10  WS-BO-FECHA      PIC 9(8).
               10  WS-BO-CLIENTE    PIC X(6).
               10  WS-BO-CIA        PIC X(2).
               10  WS-BO-CODIGO     PIC 9(4).
               10  WS-BO-CANTIDAD   PIC 9(3).
               10  WS-BO-SURTIDA    PIC 9(3).
               10  WS-BO-PRECIO     PIC 9(5)V99.
               10  WS-BO-CLASE      PIC X(2).
               10  WS-BO-TASA       PIC 9(2)V9(4).
               10  WS-BO-ESTATUS    PIC X.
               10  WS-BO-FEC-SURT   PIC 9(8).
               10  WS-BO-VENDEDOR   PIC X(6).
       01  WS-BO-I                  PIC 9(4) VALUE 0.
       01  WS-BO-CODIGO-BUSCADO     PIC 9(4) VALUE 0.
       01  WS-BO-POR-SURTIR         PIC 9(7) VALUE 0.
