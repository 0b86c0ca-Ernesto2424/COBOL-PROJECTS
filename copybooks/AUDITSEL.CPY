           SELECT SISTEMA-AUDIT-LOG ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-CADENA-FILE ASSIGN TO "AUDITCAD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUC-STATUS.
