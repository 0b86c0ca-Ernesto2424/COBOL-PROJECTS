           SELECT CASTIGO-FILE ASSIGN TO "CASTIGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAS-STATUS.
