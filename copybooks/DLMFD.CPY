       FD  DELIMITADO-FILE.
       01  DELIMITADO-LINE          PIC X(400).
