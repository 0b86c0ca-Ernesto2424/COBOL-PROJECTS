       01  WS-DSP-STATUS            PIC XX.
       01  WS-DSP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-DSP-EOF           VALUE "Y".
       01  WS-DSP-LLENA-SWITCH      PIC X VALUE "N".
           88  WS-DSP-LLENA         VALUE "Y".
       01  WS-DSP-COUNT             PIC 9(4) VALUE 0.
       01  WS-DESPACHOS-TABLE.
           05  WS-DSP-ENTRY OCCURS 2000 TIMES.
               10  WS-DSP-SECUENCIA PIC 9(4).
               10  WS-DSP-PEDIDO    PIC 9(6).
               10  WS-DSP-PARTIDA   PIC 9(3).
               10  WS-DSP-FECHA     PIC 9(8).
               10  WS-DSP-CLIENTE   PIC X(6).
               10  WS-DSP-CIA       PIC X(2).
               10  WS-DSP-CODIGO    PIC 9(4).
               10  WS-DSP-CANTIDAD  PIC 9(3).
               10  WS-DSP-ESTADO    PIC X.
               10  WS-DSP-FEC-EMB   PIC 9(8).
       01  WS-DSP-I                 PIC 9(4) VALUE 0.
       01  WS-DSP-CODIGO-BUSCADO    PIC 9(4) VALUE 0.
       01  WS-DSP-COMPROMETIDO      PIC 9(7) VALUE 0.
       01  WS-DSP-SEQ-MAX           PIC 9(4) VALUE 0.

      * TEXTO DEL MENSAJE DE SURTIDO EN EL FORMATO DE LA COLA (11
      * POSICIONES): TIPO P, CODIGO-PRODUCTO, CANTIDAD Y PARTIDA;
      * EL CHECKSUM ES EL DE VARCOMP (SUMA DE ORDINALES MODULO 99)
       01  WS-DSP-MENSAJE.
           05  WS-DSP-M-TIPO        PIC X VALUE "P".
           05  WS-DSP-M-CODIGO      PIC 9(4).
           05  WS-DSP-M-CANTIDAD    PIC 9(3).
           05  WS-DSP-M-PARTIDA     PIC 9(3).
       01  WS-DSP-MENSAJE-R REDEFINES WS-DSP-MENSAJE.
           05  WS-DSP-M-CHARS       PIC X OCCURS 11 TIMES.
       01  WS-DSP-SUMA-CHECKSUM     PIC 9(4) VALUE 0.
       01  WS-DSP-CHECKSUM          PIC 99 VALUE 0.
       01  WS-DSP-INDICE            PIC 99 VALUE 0.
