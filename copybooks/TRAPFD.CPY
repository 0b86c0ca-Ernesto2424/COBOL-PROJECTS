       FD  TRANS-NUEVO.
       01  TRANS-NUEVO-RECORD       PIC X(37).
