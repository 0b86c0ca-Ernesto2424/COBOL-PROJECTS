       01  WS-PV-STATUS             PIC XX.
       01  WS-PV-EOF-SWITCH         PIC X VALUE "N".
           88  WS-PV-EOF            VALUE "Y".
       01  WS-PV-COUNT              PIC 9(3) VALUE 0.
       01  WS-PROVEEDORES-TABLE.
           05  WS-PV-ENTRY OCCURS 200 TIMES.
               10  WS-PV-CODIGO     PIC X(6).
               10  WS-PV-NOMBRE     PIC X(30).
               10  WS-PV-CONTACTO   PIC X(30).
               10  WS-PV-TELEFONO   PIC X(10).
               10  WS-PV-DIAS       PIC 9(3).
               10  WS-PV-ACTIVO     PIC X.
       01  WS-PV-I                  PIC 9(3) VALUE 0.
       01  WS-PV-INDICE             PIC 9(3) VALUE 0.
       01  WS-PV-BUSCADO            PIC X(6).
