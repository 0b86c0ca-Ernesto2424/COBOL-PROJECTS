       FD  ARCHIVO-REGISTRO.
       01  ARCHIVO-REG-RECORD.
           05  AR-FECHA            PIC 9(8).
           05  FILLER              PIC X.
           05  AR-ARCHIVO          PIC X(30).
           05  FILLER              PIC X.
           05  AR-REGS             PIC 9(6).
           05  FILLER              PIC X.
           05  AR-NETO             PIC S9(10)V99
                                   SIGN LEADING SEPARATE.

       FD  TRANS-ARCHIVADO.
       01  TRANS-ARCH-RECORD.
           05  TA-FECHA            PIC 9(8).
           05  TA-TIPO             PIC X.
           05  TA-CLIENTE-ID       PIC X(6).
           05  TA-MONTO            PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05  TA-COMPANIA         PIC X(2).
           05  TA-TIPO-ORIGINAL    PIC X.
           05  TA-REFERENCIA       PIC X(10).
