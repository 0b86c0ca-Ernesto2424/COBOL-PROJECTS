           SELECT IMPUESTO-FILE ASSIGN TO "IMPUESTO.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMP-STATUS.
