           SELECT COBRANZA-HIST-FILE ASSIGN TO "COBRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBH-STATUS.
