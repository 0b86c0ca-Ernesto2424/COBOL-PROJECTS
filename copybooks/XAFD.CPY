      * ARCHIVO DE CLIENTES PURGADOS DEL MAESTRO: IMAGEN COMPLETA DEL
      * REGISTRO DE CLIENTE.DAT MAS FECHA Y OPERADOR DE LA PURGA
       FD  CLIARCH-FILE.
       01  CLIARCH-RECORD.
           05  XA-IMAGEN.
               10  XA-CLIENTE-ID    PIC X(6).
               10  XA-NOMBRE        PIC X(20).
               10  XA-APELLIDOS     PIC X(40).
               10  XA-EDAD          PIC 9(3).
               10  XA-ESTATUS       PIC X.
               10  XA-FECHA-BAJA    PIC 9(8).
               10  XA-CALLE         PIC X(30).
               10  XA-CIUDAD        PIC X(20).
               10  XA-CP            PIC 9(5).
               10  XA-TELEFONO      PIC X(10).
               10  XA-FECHA-NAC     PIC 9(8).
               10  XA-COMPANIA      PIC X(2).
           05  XA-FECHA-ARCH        PIC 9(8).
           05  XA-OPERADOR          PIC X(8).
