      * BUSQUEDA EN EL ARCHIVO DE CLIENTES PURGADOS (VER XAPROC)
       01  WS-XA-STATUS             PIC XX.
       01  WS-XA-EOF-SWITCH         PIC X VALUE "N".
           88  WS-XA-EOF            VALUE "Y".
       01  WS-XA-HALLADO-SWITCH     PIC X VALUE "N".
           88  WS-XA-HALLADO        VALUE "Y".
       01  WS-XA-BUSCADO            PIC X(6).
       01  WS-XA-REG.
           05  WS-XA-IMAGEN         PIC X(153).
           05  WS-XA-FECHA-ARCH     PIC 9(8).
           05  WS-XA-OPERADOR       PIC X(8).
