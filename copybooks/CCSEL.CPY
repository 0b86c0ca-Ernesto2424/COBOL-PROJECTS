           SELECT CALIF-COMP-FILE ASSIGN TO "CALCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
