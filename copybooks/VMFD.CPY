      * VACACIONES TOMADAS: UN RENGLON POR AUSENCIA AUTORIZADA, CON
      * FECHAS, DIAS HABILES DESCONTADOS DEL SALDO Y QUIEN AUTORIZO
       FD  VACMOV-FILE.
       01  VACMOV-RECORD.
           05  VM-EMP-ID            PIC X(6).
           05  VM-COMPANIA          PIC X(2).
           05  VM-FECHA-INICIO      PIC 9(8).
           05  VM-FECHA-FIN         PIC 9(8).
           05  VM-DIAS              PIC 9(3).
           05  VM-APROBADOR         PIC X(8).
           05  VM-FECHA-CAPTURA     PIC 9(8).
           05  VM-OPERADOR          PIC X(8).
