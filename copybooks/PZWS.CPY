      * POLIZAS CONTABLES (PZPROC): MAPA CONTABLE EN TABLA, FOLIO
      * DE LA CORRIDA Y DATOS DEL ASIENTO EN TURNO
       01  WS-PZ-STATUS             PIC XX.
       01  WS-MC-STATUS             PIC XX.
       01  WS-PZ-EOF-SWITCH         PIC X VALUE "N".
           88  WS-PZ-EOF            VALUE "Y".
       01  WS-MC-EOF-SWITCH         PIC X VALUE "N".
           88  WS-MC-EOF            VALUE "Y".
       01  WS-MC-COUNT              PIC 9(3) VALUE 0.
       01  WS-MC-TABLE.
           05  WS-MC-ENTRY OCCURS 200 TIMES.
               10  WS-MC-PROGRAMA   PIC X(10).
               10  WS-MC-TIPO       PIC X(2).
               10  WS-MC-DEBE       PIC X(6).
               10  WS-MC-HABER      PIC X(6).
               10  WS-MC-DESC       PIC X(30).
       01  WS-MC-I                  PIC 9(3) VALUE 0.
       01  WS-MC-INDICE             PIC 9(3) VALUE 0.
      * MAPA DEL TALLER: SE ESCRIBE EN MAPACONT.DAT CUANDO NO EXISTE.
      * LAS CUENTAS PUENTE 120900 (COBRANZA POR APLICAR) Y 130100
      * (PEDIDOS POR FACTURAR) SE SALDAN ENTRE LA CAPTURA Y EL POSTEO:
      * EL POSTEO LLEVA CADA CARGO C A 130100 Y CADA ABONO A A 120900,
      * Y EL PROGRAMA QUE ORIGINA EL MOVIMIENTO ASIENTA LA OTRA CARA
      * (VENTA, INGRESO, BANCO O DEVOLUCION) CONTRA LA MISMA PUENTE.
      * LOS INTERESES F NO PASAN POR PUENTE (TIPO FC DEL POSTEO)
       01  WS-MC-DEFECTO-VALORES.
           05  FILLER               PIC X(54) VALUE
               "SUMARCKPT CA120100130100CARGOS A CLIENTES             ".
           05  FILLER               PIC X(54) VALUE
               "SUMARCKPT AB120900120100ABONOS DE CLIENTES            ".
           05  FILLER               PIC X(54) VALUE
               "SUMARCKPT CS510200120100CASTIGOS DE CARTERA           ".
           05  FILLER               PIC X(54) VALUE
               "SUMARCKPT RE120100110200REEMBOLSOS A CLIENTES         ".
           05  FILLER               PIC X(54) VALUE
               "SUMARCKPT RV120100120900REVERSOS (NETO)               ".
           05  FILLER               PIC X(54) VALUE
               "CAJARECIBOAB110100120900COBRANZA EN CAJA              ".
           05  FILLER               PIC X(54) VALUE
               "PEDIDOS   VT130100410100VENTAS                        ".
           05  FILLER               PIC X(54) VALUE
               "PEDIDOS   IV130100210400IMPUESTO TRASLADADO           ".
           05  FILLER               PIC X(54) VALUE
               "NOMINA    SB510100210100SUELDOS BRUTOS                ".
           05  FILLER               PIC X(54) VALUE
               "NOMINA    DD210100210300DEDUCCIONES DE NOMINA         ".
           05  FILLER               PIC X(54) VALUE
               "NOMINA    RT210100210200RETENCIONES DE NOMINA         ".
           05  FILLER               PIC X(54) VALUE
               "NOMINA    NT210100110200NETO PAGADO DE NOMINA         ".
           05  FILLER               PIC X(54) VALUE
               "COBRODEPTOCI510300410200COBRO INTERNO DE COMPUTO      ".
           05  FILLER               PIC X(54) VALUE
               "SUMARCKPT FC120100420100INTERESES MORATORIOS          ".
           05  FILLER               PIC X(54) VALUE
               "SURTEPEND VT130100410100VENTAS DE PENDIENTES SURTIDOS ".
           05  FILLER               PIC X(54) VALUE
               "SURTEPEND IV130100210400IMPUESTO TRASLADADO PENDIENTES".
           05  FILLER               PIC X(54) VALUE
               "COLEGIAT  CO130100410300COLEGIATURAS                  ".
           05  FILLER               PIC X(54) VALUE
               "ORDENES   OC130100410400CARGOS RECURRENTES            ".
           05  FILLER               PIC X(54) VALUE
               "ORDENES   OA110200120900ABONOS RECURRENTES            ".
           05  FILLER               PIC X(54) VALUE
               "DEVOLUCIONDV410900120900DEVOLUCIONES SOBRE VENTAS     ".
           05  FILLER               PIC X(54) VALUE
               "DEVOLUCIONIV210400120900IMPUESTO DE DEVOLUCIONES      ".
           05  FILLER               PIC X(54) VALUE
               "COBROBCO  AB110200120900COBRANZA POR TRANSFERENCIA    ".
           05  FILLER               PIC X(54) VALUE
               "MANTCURSOSRC410300120900REEMBOLSO DE COLEGIATURAS     ".
           05  FILLER               PIC X(54) VALUE
               "REEMBOLSO TR110200120900TRASPASOS ENTRE CUENTAS       ".
       01  WS-MC-DEFECTO-TABLE REDEFINES WS-MC-DEFECTO-VALORES.
           05  WS-MC-DEFECTO        PIC X(54) OCCURS 24 TIMES.
       01  WS-PZ-FOLIO.
           05  WS-PZ-FOLIO-FECHA    PIC 9(8).
           05  WS-PZ-FOLIO-HORA     PIC 9(8).
       01  WS-PZ-FECHA              PIC 9(8) VALUE 0.
       01  WS-PZ-CIA                PIC X(2).
       01  WS-PZ-CIA-GUARDA         PIC X(2).
       01  WS-PZ-TIPO               PIC X(2).
       01  WS-PZ-REFERENCIA         PIC X(10).
       01  WS-PZ-MONTO              PIC S9(9)V99 VALUE 0.
       01  WS-PZ-CUENTA-DEBE        PIC X(6).
       01  WS-PZ-CUENTA-HABER       PIC X(6).
       01  WS-PZ-CUENTA-AUX         PIC X(6).
       01  WS-PZ-ASIENTOS           PIC 9(4) VALUE 0.
      * NETO POR CUENTA DE LO YA ASENTADO CON LA MISMA REFERENCIA,
      * PARA REVERTIRLO CUANDO UNA CORRIDA SE REPITE
       01  WS-PZR-COUNT             PIC 9(3) VALUE 0.
       01  WS-PZR-TABLE.
           05  WS-PZR-ENTRY OCCURS 200 TIMES.
               10  WS-PZR-CUENTA    PIC X(6).
               10  WS-PZR-TIPO      PIC X(2).
               10  WS-PZR-CIA       PIC X(2).
               10  WS-PZR-NETO      PIC S9(11)V99.
       01  WS-PZR-I                 PIC 9(3) VALUE 0.
       01  WS-PZR-INDICE            PIC 9(3) VALUE 0.
