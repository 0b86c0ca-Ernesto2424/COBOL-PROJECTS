           SELECT ABREV-FILE ASSIGN TO "DIRABREV.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-STATUS.
