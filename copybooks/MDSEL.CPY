           SELECT MOVDEPTO-FILE ASSIGN TO "MOVDEPTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MD-STATUS.
