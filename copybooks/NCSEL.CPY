           SELECT NOMCTRL-FILE ASSIGN TO "NOMCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
