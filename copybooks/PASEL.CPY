           SELECT PARTIDAS-FILE ASSIGN TO "ABIERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.
