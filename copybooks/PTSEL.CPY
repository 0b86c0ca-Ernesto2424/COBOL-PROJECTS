           SELECT PUNTOS-FILE ASSIGN TO "PUNTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT PUNTOS-NUEVO ASSIGN TO "PUNTOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTN-STATUS.
           SELECT PUNTOS-PRM-FILE ASSIGN TO "PUNTOS.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTP-STATUS.
