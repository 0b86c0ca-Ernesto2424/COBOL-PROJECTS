           SELECT CASOS-FILE ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QJ-STATUS.
           SELECT CASOS-CAT-FILE ASSIGN TO "CASOSCAT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QJC-STATUS.
