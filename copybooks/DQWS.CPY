      * COLA DE POSIBLES DUPLICADOS EN MEMORIA (VER DQPROC)
       01  WS-DQ-STATUS             PIC XX.
       01  WS-DQ-EOF-SWITCH         PIC X VALUE "N".
           88  WS-DQ-EOF            VALUE "Y".
       01  WS-DQ-COUNT              PIC 9(4) VALUE 0.
       01  WS-DQ-TABLE.
           05  WS-DQ-ENTRY OCCURS 5000 TIMES.
               10  WS-DQ-ID-A       PIC X(6).
               10  WS-DQ-ID-B       PIC X(6).
               10  WS-DQ-CIA        PIC X(2).
               10  WS-DQ-EST        PIC X.
               10  WS-DQ-VISTO      PIC X.
               10  WS-DQ-REG        PIC X(62).
       01  WS-DQ-I                  PIC 9(4) VALUE 0.
       01  WS-DQ-INDICE             PIC 9(4) VALUE 0.
       01  WS-DQ-EXTRA              PIC 9(5) VALUE 0.
       01  WS-DQ-BUSCA-A            PIC X(6).
       01  WS-DQ-BUSCA-B            PIC X(6).
