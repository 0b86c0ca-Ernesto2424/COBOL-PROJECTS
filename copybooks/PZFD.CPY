      * DIARIO CONTABLE COMPARTIDO: UN RENGLON POR CARGO (D) O ABONO
      * (H) A UNA CUENTA; TODOS LOS RENGLONES DE UN FOLIO Y PROGRAMA
      * SUMAN LO MISMO EN D QUE EN H. ESTATUS P = PENDIENTE DE
      * CONTABILIZAR, C = CONTABILIZADA EN SALDOCON.DAT
       FD  POLIZAS-FILE.
       01  POLIZA-RECORD.
           05  PZ-FOLIO             PIC X(16).
           05  PZ-FECHA             PIC 9(8).
           05  PZ-PROGRAMA          PIC X(10).
           05  PZ-TIPO              PIC X(2).
           05  PZ-REFERENCIA        PIC X(10).
           05  PZ-CUENTA            PIC X(6).
           05  PZ-NATURALEZA        PIC X.
               88  PZ-DEBE          VALUE "D".
               88  PZ-HABER         VALUE "H".
           05  PZ-MONTO             PIC 9(9)V99.
           05  PZ-COMPANIA          PIC X(2).
           05  PZ-ESTATUS           PIC X.
               88  PZ-PENDIENTE     VALUE "P".
               88  PZ-CONTABILIZADA VALUE "C".
           05  PZ-FECHA-CONT        PIC 9(8).

      * MAPA CONTABLE: PROGRAMA + TIPO DE IMPORTE -> CUENTA DE CARGO
      * Y CUENTA DE ABONO
       FD  MAPACONT-FILE.
       01  MAPACONT-RECORD.
           05  MC-PROGRAMA          PIC X(10).
           05  MC-TIPO              PIC X(2).
           05  MC-CUENTA-DEBE       PIC X(6).
           05  MC-CUENTA-HABER      PIC X(6).
           05  MC-DESCRIPCION       PIC X(30).
