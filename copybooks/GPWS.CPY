      * CUENTAS CORPORATIVAS: LIGA SUCURSAL -> CUENTA PADRE (GPPROC)
       01  WS-GP-STATUS             PIC XX.
       01  WS-GP-EOF-SWITCH         PIC X VALUE "N".
           88  WS-GP-EOF            VALUE "Y".
       01  WS-GP-COUNT              PIC 9(4) VALUE 0.
       01  WS-GP-TABLE.
           05  WS-GP-ENTRY OCCURS 3000 TIMES.
               10  WS-GP-ID         PIC X(6).
               10  WS-GP-CIA        PIC X(2).
               10  WS-GP-PADRE      PIC X(6).
               10  WS-GP-FECHA      PIC 9(8).
               10  WS-GP-OPER       PIC X(8).
       01  WS-GP-I                  PIC 9(4) VALUE 0.
       01  WS-GP-INDICE             PIC 9(4) VALUE 0.
       01  WS-GP-EXTRA              PIC 9(6) VALUE 0.
       01  WS-GP-PASOS              PIC 99 VALUE 0.
       01  WS-GP-ID-BUSCADO         PIC X(6).
       01  WS-GP-PADRE-HALLADO      PIC X(6).
       01  WS-GP-RAIZ               PIC X(6).
       01  WS-GP-ACTUAL             PIC X(6).
       01  WS-GP-EN-GRUPO-SWITCH    PIC X VALUE "N".
           88  WS-GP-EN-GRUPO       VALUE "Y".
