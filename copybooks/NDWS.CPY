       01  WS-ND-STATUS             PIC XX.
       01  WS-ND-EOF-SWITCH         PIC X VALUE "N".
           88  WS-ND-EOF            VALUE "Y".
