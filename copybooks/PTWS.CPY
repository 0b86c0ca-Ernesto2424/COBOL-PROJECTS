      * PUNTOS DE LEALTAD (PTPROC): PARAMETROS, DATOS DEL MOVIMIENTO
      * EN TURNO Y SALDOS POR CLIENTE Y COMPANIA
       01  WS-PT-STATUS             PIC XX.
       01  WS-PTN-STATUS            PIC XX.
       01  WS-PTP-STATUS            PIC XX.
       01  WS-PT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-PT-EOF            VALUE "Y".
       01  WS-PTP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PTP-EOF           VALUE "Y".
       01  WS-PT-PESOS-PUNTO        PIC 9(5)V99 VALUE 10.
       01  WS-PT-VALOR-PUNTO        PIC 9(5)V99 VALUE 0.10.
       01  WS-PT-MESES-VIGEN        PIC 9(3) VALUE 12.

       01  WS-PT-CLIENTE            PIC X(6).
       01  WS-PT-CIA                PIC X(2).
       01  WS-PT-FECHA              PIC 9(8).
       01  WS-PT-FECHA-R REDEFINES WS-PT-FECHA.
           05  WS-PT-FECHA-AAAA     PIC 9(4).
           05  WS-PT-FECHA-MM       PIC 99.
           05  WS-PT-FECHA-DD       PIC 99.
       01  WS-PT-MONTO              PIC S9(7)V99.
       01  WS-PT-REFERENCIA         PIC X(10).
       01  WS-PT-PUNTOS             PIC 9(7) VALUE 0.
       01  WS-PT-POR-REDIMIR        PIC 9(7) VALUE 0.
       01  WS-PT-TOMADOS            PIC 9(7) VALUE 0.
       01  WS-PT-SALDO              PIC 9(9) VALUE 0.
       01  WS-PT-POR-VENCER         PIC 9(9) VALUE 0.
       01  WS-PT-VALOR              PIC 9(9)V99 VALUE 0.
       01  WS-PT-MES-ACTUAL         PIC 9(6) VALUE 0.
       01  WS-PT-MESES              PIC 9(7) VALUE 0.
       01  WS-PT-VENCE              PIC 9(6) VALUE 0.
       01  WS-PT-VENCE-R REDEFINES WS-PT-VENCE.
           05  WS-PT-VENCE-AAAA     PIC 9(4).
           05  WS-PT-VENCE-MM       PIC 99.
       01  WS-PT-CIA-REG            PIC X(2).

      * SALDO VIGENTE POR CLIENTE Y COMPANIA (CARGA-SALDOS-PUNTOS),
      * CON LO QUE VENCE AL CIERRE DEL MES Y LO GANADO Y REDIMIDO
      * EN EL MES
       01  WS-PTS-COUNT             PIC 9(5) VALUE 0.
       01  WS-PTS-TABLE.
           05  WS-PTS-ENTRY OCCURS 20000 TIMES.
               10  WS-PTS-ID        PIC X(6).
               10  WS-PTS-CIA       PIC X(2).
               10  WS-PTS-SALDO     PIC 9(9).
               10  WS-PTS-VENCEN    PIC 9(9).
               10  WS-PTS-GANADOS   PIC 9(9).
               10  WS-PTS-REDIMIDOS PIC 9(9).
       01  WS-PTS-I                 PIC 9(5) VALUE 0.
       01  WS-PTS-INDICE            PIC 9(5) VALUE 0.
