           SELECT COMPLAN-FILE ASSIGN TO "COMPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
