           SELECT HORASEXT-CTL-FILE ASSIGN TO "HORASEXT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HX-STATUS.
