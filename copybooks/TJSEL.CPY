           SELECT TARJETA-FILE ASSIGN TO "TARJETA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TJ-STATUS.
