       FD  REEMBOLSO-FILE.
       01  REEMBOLSO-RECORD.
           05  RB-CLIENTE-ID        PIC X(6).
           05  RB-COMPANIA          PIC X(2).
           05  RB-PERIODO           PIC 9(6).
           05  RB-MONTO             PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05  RB-DECISION          PIC X.
               88  RB-DEVUELVE      VALUE "D".
               88  RB-CONSERVA      VALUE "K".
               88  RB-TRASPASA      VALUE "T".
           05  RB-DESTINO           PIC X(6).
           05  RB-SUPERVISOR        PIC X(8).
           05  RB-FECHA-DEC         PIC 9(8).
           05  RB-ESTATUS           PIC X.
               88  RB-POR-POSTEAR   VALUE "A".
               88  RB-POSTEADO      VALUE "P".
               88  RB-SIN-MOVIMIENTO VALUE "N".
           05  RB-FECHA-POST        PIC 9(8).
