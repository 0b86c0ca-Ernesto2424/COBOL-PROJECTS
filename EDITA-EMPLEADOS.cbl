       COPY EMPFD.

       FD  EMPLOYEE-CLEAN.
       01  CLEAN-RECORD            PIC X(49).

       FD  EMPLOYEE-REPARA.
       01  REPARA-RECORD.
           05  REP-MOTIVO          PIC X(2).
           05  FILLER              PIC X.
           05  REP-REGISTRO        PIC X(49).

       COPY AUDITFD.
       COPY ERRFD.
