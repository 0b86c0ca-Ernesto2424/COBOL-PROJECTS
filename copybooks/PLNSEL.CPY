           SELECT PEDLIN-FILE ASSIGN TO "PEDLIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-STATUS.
