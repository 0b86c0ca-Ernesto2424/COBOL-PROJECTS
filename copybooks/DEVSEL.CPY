           SELECT DEVOL-FILE ASSIGN TO "DEVOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEV-STATUS.
