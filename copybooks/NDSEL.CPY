           SELECT NOMDEPTO-FILE ASSIGN TO "NOMDEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ND-STATUS.
