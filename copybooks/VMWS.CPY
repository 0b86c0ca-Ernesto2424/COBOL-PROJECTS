       01  WS-VM-STATUS             PIC XX.
       01  WS-VM-EOF-SWITCH         PIC X VALUE "N".
           88  WS-VM-EOF            VALUE "Y".
