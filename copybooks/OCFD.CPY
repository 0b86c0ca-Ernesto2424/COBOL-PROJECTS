      * PARTIDAS DE ORDEN DE COMPRA, LLAVE OC-NUMERO + OC-PARTIDA;
      * ESTATUS A = ABIERTA (FALTA RECIBIR), C = CERRADA (RECIBIDA
      * COMPLETA O CON SOBRANTE)
       FD  ORDCOMP-FILE.
       01  ORDCOMP-RECORD.
           05  OC-NUMERO            PIC 9(6).
           05  OC-PARTIDA           PIC 9(3).
           05  OC-PROVEEDOR         PIC X(6).
           05  OC-FECHA             PIC 9(8).
           05  OC-FECHA-PROMESA     PIC 9(8).
           05  OC-CODIGO            PIC 9(4).
           05  OC-CANTIDAD          PIC 9(5).
           05  OC-RECIBIDA          PIC 9(5).
           05  OC-ESTATUS           PIC X.
