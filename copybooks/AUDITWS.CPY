       01  WS-AUD-OPERADOR          PIC X(8) VALUE SPACES.
       01  WS-CIA-ACTUAL            PIC X(2) VALUE "01".
       01  WS-CIA-NOMBRE            PIC X(30) VALUE SPACES.
       01  WS-AUC-STATUS            PIC XX.
       01  WS-AUC-SECUENCIA         PIC 9(9) VALUE 0.
       01  WS-AUC-CADENA            PIC 9(9) VALUE 0.
       01  WS-AUC-J                 PIC 9(3) VALUE 0.
