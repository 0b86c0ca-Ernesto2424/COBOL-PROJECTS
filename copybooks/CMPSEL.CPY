           SELECT COMPONENTES-FILE ASSIGN TO "COMPONEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-STATUS.
