       FD  PUESTOS-FILE.
       01  PUESTO-RECORD.
           05  PS-COMPANIA          PIC X(2).
           05  PS-DEPTO             PIC X(4).
           05  PS-PUESTO            PIC X(6).
           05  PS-TITULO            PIC X(20).
           05  PS-EMP-ID            PIC X(6).
           05  PS-FECHA-AUT         PIC 9(8).
           05  PS-FECHA-OCUPA       PIC 9(8).
           05  PS-FECHA-LIBERA      PIC 9(8).
