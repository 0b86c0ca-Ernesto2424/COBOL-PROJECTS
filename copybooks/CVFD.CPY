      * CONVENIOS DE PAGO EN PARCIALIDADES: UNO POR ACUERDO CON SU
      * CALENDARIO DE VENCIMIENTOS (HASTA 24). ESTATUS A ACTIVO,
      * R PROMESA ROTA, C CUMPLIDO, X CANCELADO. CV-PAGADO ES LO
      * ABONADO DESDE EL ALTA SEGUN LA ULTIMA REVISION DIARIA
       FD  CONVENIOS-FILE.
       01  CONVENIO-RECORD.
           05  CV-CLIENTE-ID        PIC X(6).
           05  CV-COMPANIA          PIC X(2).
           05  CV-NUMERO            PIC 9(5).
           05  CV-ESTATUS           PIC X.
               88  CV-ACTIVO        VALUE "A".
               88  CV-ROTO          VALUE "R".
               88  CV-CUMPLIDO      VALUE "C".
               88  CV-CANCELADO     VALUE "X".
           05  CV-FECHA-ALTA        PIC 9(8).
           05  CV-TOTAL             PIC 9(7)V99.
           05  CV-PARCIALIDADES     PIC 99.
           05  CV-PAGADO            PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05  CV-FECHA-REVISION    PIC 9(8).
           05  CV-FECHA-ROTO        PIC 9(8).
           05  CV-OPERADOR          PIC X(8).
           05  CV-VENCIMIENTO OCCURS 24 TIMES.
               10  CV-V-FECHA       PIC 9(8).
               10  CV-V-MONTO       PIC 9(7)V99.
