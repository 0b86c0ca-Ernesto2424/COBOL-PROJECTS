      * PARTIDAS DE PEDIDO CONFIRMADAS, LLAVE PD-NUMERO + PARTIDA;
      * EL IMPORTE ES CANTIDAD POR PRECIO UNITARIO, ANTES DE
      * IMPUESTO Y DEL DESCUENTO DE CUPON (QUE ES DEL PEDIDO).
      * LP-VENDEDOR ES EL EMP-ID DEL VENDEDOR, BASE DE LA COMISION
       FD  PEDLIN-FILE.
       01  PEDLIN-RECORD.
           05  LP-NUMERO            PIC 9(6).
           05  LP-PARTIDA           PIC 9(3).
           05  LP-FECHA             PIC 9(8).
           05  LP-CLIENTE-ID        PIC X(6).
           05  LP-COMPANIA          PIC X(2).
           05  LP-CODIGO            PIC 9(4).
           05  LP-CANTIDAD          PIC 9(3).
           05  LP-PRECIO            PIC 9(5)V99.
           05  LP-IMPORTE           PIC 9(7)V99.
           05  LP-IMPUESTO          PIC 9(7)V99.
           05  LP-VENDEDOR          PIC X(6).
