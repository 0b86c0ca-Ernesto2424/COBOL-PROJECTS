           SELECT CAJAREC-FILE ASSIGN TO "CAJAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
