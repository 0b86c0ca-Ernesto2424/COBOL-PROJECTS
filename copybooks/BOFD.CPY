      * PARTIDAS PENDIENTES DE SURTIR (FALTANTE DE EXISTENCIA AL
      * CAPTURAR EL PEDIDO), LLAVE BO-PEDIDO + BO-PARTIDA. PRECIO Y
      * TASA QUEDAN FIJOS DESDE EL PEDIDO. ESTATUS A = ABIERTA,
      * S = SURTIDA COMPLETA. BO-VENDEDOR ES EL EMP-ID DEL VENDEDOR
      * DEL PEDIDO, QUE PASA A LA FACTURA DEL SURTIDO
       FD  PENDIENTES-FILE.
       01  PENDIENTE-RECORD.
           05  BO-PEDIDO            PIC 9(6).
           05  BO-PARTIDA           PIC 9(3).
           05  BO-FECHA             PIC 9(8).
           05  BO-CLIENTE-ID        PIC X(6).
           05  BO-COMPANIA          PIC X(2).
           05  BO-CODIGO            PIC 9(4).
           05  BO-CANTIDAD          PIC 9(3).
           05  BO-SURTIDA           PIC 9(3).
           05  BO-PRECIO            PIC 9(5)V99.
           05  BO-CLASE-IMP         PIC X(2).
           05  BO-TASA              PIC 9(2)V9(4).
           05  BO-ESTATUS           PIC X.
           05  BO-FECHA-SURTIDO     PIC 9(8).
           05  BO-VENDEDOR          PIC X(6).
