           SELECT CLIARCH-FILE ASSIGN TO "CLIARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XA-STATUS.
