           SELECT DELIMITADO-FILE ASSIGN TO DYNAMIC WS-DLM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLM-STATUS.
