           SELECT PRESUP-FILE ASSIGN TO "PRESUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
