       01  WS-IMP-STATUS            PIC XX.
       01  WS-IMP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-IMP-EOF           VALUE "Y".
       01  WS-IMP-COUNT             PIC 9(3) VALUE 0.
       01  WS-IMPUESTOS-TABLE.
           05  WS-IMP-ENTRY OCCURS 100 TIMES.
               10  WS-IMP-CLASE     PIC X(2).
               10  WS-IMP-CIA       PIC X(2).
               10  WS-IMP-TASA      PIC 9(2)V9(4).
               10  WS-IMP-DESC      PIC X(20).
       01  WS-IMP-I                 PIC 9(3) VALUE 0.
       01  WS-IMP-INDICE            PIC 9(3) VALUE 0.
       01  WS-IMP-CLASE-BUSCADA     PIC X(2).
       01  WS-IMP-CIA-BUSCADA       PIC X(2).
       01  WS-IMP-TASA-VIGENTE      PIC 9(2)V9(4) VALUE 0.
       01  WS-IMP-HALLADA-SWITCH    PIC X VALUE "N".
           88  WS-IMP-HALLADA       VALUE "Y".
