       FD  PARTIDAS-FILE.
       01  PARTIDA-RECORD.
           05  PA-COMPANIA          PIC X(2).
           05  PA-CLIENTE-ID        PIC X(6).
           05  PA-REFERENCIA        PIC X(10).
           05  PA-TIPO              PIC X.
           05  PA-FECHA             PIC 9(8).
           05  PA-ORIGINAL          PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05  PA-SALDO             PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05  PA-FECHA-ULT         PIC 9(8).
