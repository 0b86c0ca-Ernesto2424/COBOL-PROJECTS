           SELECT PROVEEDOR-FILE ASSIGN TO "PROVEEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
