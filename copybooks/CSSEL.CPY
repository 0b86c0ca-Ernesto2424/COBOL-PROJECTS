           SELECT CAJASES-FILE ASSIGN TO "CAJASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SES-STATUS.
