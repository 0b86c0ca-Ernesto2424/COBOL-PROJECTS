       01  WS-MD-STATUS             PIC XX.
       01  WS-MD-EOF-SWITCH         PIC X VALUE "N".
           88  WS-MD-EOF            VALUE "Y".
