      * PARTIDAS ABIERTAS DE CUENTAS POR COBRAR (VER PAPROC)
       01  WS-PA-STATUS             PIC XX.
       01  WS-PA-EOF-SWITCH         PIC X VALUE "N".
           88  WS-PA-EOF            VALUE "Y".
       01  WS-PA-SIN-ARCHIVO-SW     PIC X VALUE "N".
           88  WS-PA-SIN-ARCHIVO    VALUE "Y".
       01  WS-PA-LLENA-SWITCH       PIC X VALUE "N".
           88  WS-PA-LLENA          VALUE "Y".
       01  WS-PA-HALLADA-SWITCH     PIC X VALUE "N".
           88  WS-PA-HALLADA        VALUE "Y".
       01  WS-PA-COUNT              PIC 9(5) VALUE 0.
       01  WS-PA-TABLE.
      * TOPE DE PARTIDAS VIVAS EN MEMORIA: 30000. LAS PARTIDAS
      * SALDADAS NO SE REGRABAN, ASI QUE EL ARCHIVO SOLO CRECE CON LA
      * CARTERA REALMENTE ABIERTA
           05  WS-PA-ENTRY OCCURS 30000 TIMES.
               10  WS-PA-CIA        PIC X(2).
               10  WS-PA-ID         PIC X(6).
               10  WS-PA-REF        PIC X(10).
               10  WS-PA-TIPO       PIC X.
               10  WS-PA-FECHA      PIC 9(8).
               10  WS-PA-ORIGINAL   PIC S9(9)V99.
               10  WS-PA-SALDO      PIC S9(9)V99.
               10  WS-PA-FULT       PIC 9(8).
       01  WS-PA-I                  PIC 9(5) VALUE 0.
       01  WS-PA-INDICE             PIC 9(5) VALUE 0.
      * MOVIMIENTO A APLICAR: COMPANIA, CLIENTE, REFERENCIA, TIPO,
      * FECHA Y MONTO (SIEMPRE POSITIVO)
       01  WS-PA-CIA-MOV            PIC X(2).
       01  WS-PA-ID-MOV             PIC X(6).
       01  WS-PA-REF-MOV            PIC X(10).
       01  WS-PA-TIPO-MOV           PIC X.
       01  WS-PA-FECHA-MOV          PIC 9(8) VALUE 0.
       01  WS-PA-MONTO              PIC S9(9)V99 VALUE 0.
       01  WS-PA-RESTO              PIC S9(9)V99 VALUE 0.
       01  WS-PA-TOMA               PIC S9(9)V99 VALUE 0.
       01  WS-PA-TOTAL              PIC S9(10)V99 VALUE 0.
       01  WS-PA-FECHA-MIN          PIC 9(8) VALUE 0.
       01  WS-PA-SEQ                PIC 9(3) VALUE 0.
       01  WS-PA-REF-GENERADA.
           05  WS-PA-RG-TIPO        PIC X.
           05  WS-PA-RG-FECHA       PIC 9(6).
           05  WS-PA-RG-SEQ         PIC 9(3).
