           SELECT ACUMULADO-FILE ASSIGN TO "NOMACUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NA-STATUS.
