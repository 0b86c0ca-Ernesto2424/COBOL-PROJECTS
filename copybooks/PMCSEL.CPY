           SELECT PMC-CONTROL-FILE ASSIGN TO "PARAMAPR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMC-CTL-STATUS.
           SELECT PMC-HISTORIA-FILE ASSIGN TO "PARAMHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMC-HIS-STATUS.
           SELECT PMC-PARAMETRO-FILE ASSIGN TO DYNAMIC
                   WS-PMC-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMC-PRM-STATUS.
           SELECT PMC-COPIA-FILE ASSIGN TO DYNAMIC WS-PMC-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMC-COP-STATUS.
