           SELECT DESPACHO-FILE ASSIGN TO "DESPACHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
