      * PARTIDAS DE PEDIDO ENVIADAS AL DEPOSITO COMO MENSAJE DE
      * SURTIDO EN MSGQUEUE.DAT, LLAVE DSP-SECUENCIA (LA DEL MENSAJE).
      * ESTADO E = ENVIADA, ESPERA CONFIRMACION; S = EMBARCADA, EL
      * DEPOSITO LA CONFIRMO Y LA SALIDA YA ESTA EN INVMOV.DAT
       FD  DESPACHO-FILE.
       01  DESPACHO-RECORD.
           05  DSP-SECUENCIA        PIC 9(4).
           05  DSP-PEDIDO           PIC 9(6).
           05  DSP-PARTIDA          PIC 9(3).
           05  DSP-FECHA            PIC 9(8).
           05  DSP-CLIENTE-ID       PIC X(6).
           05  DSP-COMPANIA         PIC X(2).
           05  DSP-CODIGO           PIC 9(4).
           05  DSP-CANTIDAD         PIC 9(3).
           05  DSP-ESTADO           PIC X.
           05  DSP-FECHA-EMBARQUE   PIC 9(8).
