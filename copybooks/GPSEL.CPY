           SELECT GRUPO-FILE ASSIGN TO "CLIGRUPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STATUS.
