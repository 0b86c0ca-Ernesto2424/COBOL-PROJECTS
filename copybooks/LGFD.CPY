       FD  LIMGRUPO-FILE.
       01  LIMGRUPO-RECORD.
           05  LG-PADRE-ID          PIC X(6).
           05  LG-COMPANIA          PIC X(2).
           05  LG-LIMITE            PIC 9(7)V99.
