       01  WS-CTRL-STATUS          PIC XX.
       01  WS-EOF-CTRL-SWITCH      PIC X VALUE "N".
           88  WS-EOF-CTRL         VALUE "Y".
