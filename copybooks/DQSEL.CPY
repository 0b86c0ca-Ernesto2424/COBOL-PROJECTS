           SELECT DUPCOLA-FILE ASSIGN TO "DUPCOLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-STATUS.
