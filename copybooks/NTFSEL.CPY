           SELECT NOTIFICA-FILE ASSIGN TO "NOTIFICA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.
