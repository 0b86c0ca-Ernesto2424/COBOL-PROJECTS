      * COMISION MENSUAL APROBADA POR VENDEDOR, LLAVE EMP-ID +
      * COMPANIA + PERIODO (AAAAMM). VENTAS ES LA VENTA NETA DEL MES
      * QUE FIJO EL ESCALON; RECUPERADO ES LO QUE SE DESCUENTA POR
      * DEVOLUCIONES DEL MES DE MERCANCIA VENDIDA EN MESES ANTERIORES.
      * ESTATUS A = APROBADA POR PAGAR, P = PAGADA EN LA NOMINA DEL
      * PERIODO DE PAGO
       FD  COMISION-FILE.
       01  COMISION-RECORD.
           05  CO-EMP-ID            PIC X(6).
           05  CO-COMPANIA          PIC X(2).
           05  CO-PERIODO           PIC X(6).
           05  CO-VENTAS            PIC 9(9)V99.
           05  CO-COMISION          PIC 9(7)V99.
           05  CO-RECUPERADO        PIC 9(7)V99.
           05  CO-NETO              PIC S9(7)V99
                                    SIGN LEADING SEPARATE.
           05  CO-ESTATUS           PIC X.
           05  CO-FECHA-APROB       PIC 9(8).
           05  CO-APROBADOR         PIC X(8).
           05  CO-PERIODO-PAGO      PIC X(6).
