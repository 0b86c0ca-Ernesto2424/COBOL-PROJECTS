           SELECT INCIDENTES-FILE ASSIGN TO "INCIDEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
