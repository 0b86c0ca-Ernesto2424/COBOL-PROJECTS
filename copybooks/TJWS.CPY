       01  WS-TJ-STATUS             PIC XX.
       01  WS-TJ-EOF-SWITCH         PIC X VALUE "N".
           88  WS-TJ-EOF            VALUE "Y".
