           SELECT ESCALA-PRM-FILE ASSIGN TO "ESCALA.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALA-STATUS.
