           SELECT ORDCOMP-FILE ASSIGN TO "ORDCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OC-STATUS.
