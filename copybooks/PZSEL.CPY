           SELECT POLIZAS-FILE ASSIGN TO "POLIZAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PZ-STATUS.
           SELECT MAPACONT-FILE ASSIGN TO "MAPACONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.
