      * DEVOLUCIONES DE CLIENTE: UN RENGLON POR PARTIDA DEVUELTA,
      * LIGADO AL PEDIDO Y PARTIDA DE PEDLIN.DAT; EL IMPORTE ES EL
      * ABONO ACREDITADO (PRECIO E IMPUESTO, NETO DE CUPON)
       FD  DEVOL-FILE.
       01  DEVOL-RECORD.
           05  DV-NUMERO            PIC 9(6).
           05  DV-FECHA             PIC 9(8).
           05  DV-PEDIDO            PIC 9(6).
           05  DV-PARTIDA           PIC 9(3).
           05  DV-CODIGO            PIC 9(4).
           05  DV-CANTIDAD          PIC 9(3).
           05  DV-IMPORTE           PIC 9(7)V99.
           05  DV-CLIENTE-ID        PIC X(6).
           05  DV-COMPANIA          PIC X(2).
           05  DV-MOTIVO            PIC X(20).
           05  DV-OPERADOR          PIC X(8).
