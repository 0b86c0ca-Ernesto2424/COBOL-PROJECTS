           SELECT CUENTA-BANCO-FILE ASSIGN TO "CTABANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
