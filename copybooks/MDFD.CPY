       FD  MOVDEPTO-FILE.
       01  MOVDEPTO-RECORD.
           05  MD-FECHA             PIC 9(8).
           05  MD-COMPANIA          PIC X(2).
           05  MD-DEPTO             PIC X(4).
           05  MD-ALTAS             PIC 9(4).
           05  MD-BAJAS             PIC 9(4).
           05  MD-ENTRAN            PIC 9(4).
           05  MD-SALEN             PIC 9(4).
