       01  WS-PLN-STATUS            PIC XX.
       01  WS-PLN-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PLN-EOF           VALUE "Y".
