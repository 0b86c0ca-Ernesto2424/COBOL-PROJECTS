           SELECT LIMGRUPO-FILE ASSIGN TO "CREDGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LG-STATUS.
