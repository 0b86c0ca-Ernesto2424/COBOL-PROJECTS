       FD  CASTIGO-FILE.
       01  CASTIGO-RECORD.
           05  CG-CLIENTE-ID        PIC X(6).
           05  CG-COMPANIA          PIC X(2).
           05  CG-MONTO             PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05  CG-SOLICITANTE       PIC X(8).
           05  CG-FECHA-SOL         PIC 9(8).
           05  CG-APROBADOR         PIC X(8).
           05  CG-FECHA-APR         PIC 9(8).
           05  CG-ESTATUS           PIC X.
           05  CG-FECHA-POST        PIC 9(8).
