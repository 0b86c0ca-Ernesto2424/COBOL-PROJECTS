       FD  GRUPO-FILE.
       01  GRUPO-RECORD.
           05  GP-CLIENTE-ID        PIC X(6).
           05  GP-COMPANIA          PIC X(2).
           05  GP-PADRE-ID          PIC X(6).
           05  GP-FECHA             PIC 9(8).
           05  GP-OPERADOR          PIC X(8).
