      * CASTIGOS DE CARTERA (VER CASPROC)
       01  WS-CAS-STATUS            PIC XX.
       01  WS-CAS-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CAS-EOF           VALUE "Y".
       01  WS-CASTIGADO-SWITCH      PIC X VALUE "N".
           88  WS-CASTIGADO         VALUE "Y".
       01  WS-CAS-COUNT             PIC 9(4) VALUE 0.
       01  WS-CAS-TABLE.
           05  WS-CAS-ENTRY OCCURS 2000 TIMES.
               10  WS-CAS-ID        PIC X(6).
               10  WS-CAS-CIA       PIC X(2).
               10  WS-CAS-MONTO     PIC S9(7)V99.
               10  WS-CAS-SOLIC     PIC X(8).
               10  WS-CAS-FSOL      PIC 9(8).
               10  WS-CAS-APROB     PIC X(8).
               10  WS-CAS-FAPR      PIC 9(8).
               10  WS-CAS-ESTATUS   PIC X.
               10  WS-CAS-FPOST     PIC 9(8).
       01  WS-CAS-I                 PIC 9(4) VALUE 0.
       01  WS-CAS-INDICE            PIC 9(4) VALUE 0.
       01  WS-CAS-EXTRA             PIC 9(6) VALUE 0.
       01  WS-CAS-ID-BUSCADO        PIC X(6).
