       FD  PROVEEDOR-FILE.
       01  PROVEEDOR-RECORD.
           05  PV-CODIGO            PIC X(6).
           05  PV-NOMBRE            PIC X(30).
           05  PV-CONTACTO          PIC X(30).
           05  PV-TELEFONO          PIC X(10).
           05  PV-DIAS-ENTREGA      PIC 9(3).
           05  PV-ACTIVO            PIC X.
