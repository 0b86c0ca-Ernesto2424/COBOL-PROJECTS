           SELECT ACCESO-CLIENTE-LOG ASSIGN TO "ACCESOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-STATUS.
