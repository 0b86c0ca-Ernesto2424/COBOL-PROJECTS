           SELECT RETENCION-FILE ASSIGN TO "RETENCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
