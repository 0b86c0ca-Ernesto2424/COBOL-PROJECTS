      * CASOS DE SERVICIO EN MEMORIA (VER QJPROC)
       01  WS-QJ-STATUS             PIC XX.
       01  WS-QJC-STATUS            PIC XX.
       01  WS-QJ-EOF-SWITCH         PIC X VALUE "N".
           88  WS-QJ-EOF            VALUE "Y".
       01  WS-QJC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-QJC-EOF           VALUE "Y".
       01  WS-QJ-COUNT              PIC 9(5) VALUE 0.
       01  WS-QJ-TABLE.
           05  WS-QJ-ENTRY OCCURS 5000 TIMES.
               10  WS-QJ-NUM        PIC 9(6).
               10  WS-QJ-ID         PIC X(6).
               10  WS-QJ-CIA        PIC X(2).
               10  WS-QJ-EST        PIC X.
               10  WS-QJ-REG        PIC X(245).
       01  WS-QJ-I                  PIC 9(5) VALUE 0.
       01  WS-QJ-INDICE             PIC 9(5) VALUE 0.
       01  WS-QJ-NUM-BUSCADO        PIC 9(6) VALUE 0.
       01  WS-QJ-EXTRA              PIC 9(5) VALUE 0.

      * CATEGORIAS Y SU META EN DIAS (CASOSCAT.PRM)
       01  WS-QC-COUNT              PIC 99 VALUE 0.
       01  WS-QC-TABLE.
           05  WS-QC-ENTRY OCCURS 50 TIMES.
               10  WS-QC-CATEGORIA  PIC X(10).
               10  WS-QC-DIAS       PIC 9(3).
               10  WS-QC-DESC       PIC X(30).
       01  WS-QC-I                  PIC 99 VALUE 0.
       01  WS-QC-INDICE             PIC 99 VALUE 0.
       01  WS-QC-BUSCADA            PIC X(10).
