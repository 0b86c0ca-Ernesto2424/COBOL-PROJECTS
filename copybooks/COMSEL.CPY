           SELECT COMISION-FILE ASSIGN TO "COMISION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-STATUS.
