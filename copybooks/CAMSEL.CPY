           SELECT CAMBCAL-FILE ASSIGN TO "CAMBCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.
