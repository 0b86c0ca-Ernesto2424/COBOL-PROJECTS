           SELECT FICHAS-FILE ASSIGN TO "FICHADEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DS-STATUS.
