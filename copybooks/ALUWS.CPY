               10  WS-ALU-NOMBRE   PIC X(30).
               10  WS-ALU-ESTATUS  PIC X.
               10  WS-ALU-FINSC    PIC 9(8).
               10  WS-ALU-CLIENTE  PIC X(6).
       01  WS-ALU-I                 PIC 9(4) VALUE 0.
       01  WS-ALU-BUSCADO           PIC X(8).
       01  WS-ALU-HALLADO-SWITCH    PIC X VALUE "N".
           88  WS-ALU-HALLADO       VALUE "Y".
       01  WS-ALU-NOMBRE-HALLADO    PIC X(30).
       01  WS-ALU-CLIENTE-HALLADO   PIC X(6).
