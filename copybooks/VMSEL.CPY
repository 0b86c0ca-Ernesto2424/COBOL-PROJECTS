           SELECT VACMOV-FILE ASSIGN TO "VACMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VM-STATUS.
