      * ANTIGUEDAD DE SALDOS POR CLIENTE (VER ANTPROC)
       01  WS-ARCH-STATUS          PIC XX.
       01  WS-TA-STATUS            PIC XX.
       01  WS-ARCH-FILENAME        PIC X(40).
       01  WS-EOF-ARCH-SWITCH      PIC X VALUE "N".
           88  WS-EOF-ARCH         VALUE "Y".
       01  WS-EOF-TA-SWITCH        PIC X VALUE "N".
           88  WS-EOF-TA           VALUE "Y".

       01  WS-FECHA-MOV            PIC 9(8).
       01  WS-FECHA-MOV-R REDEFINES WS-FECHA-MOV.
           05  WS-FM-AAAA          PIC 9(4).
           05  WS-FM-MM            PIC 99.
           05  WS-FM-DD            PIC 99.
       01  WS-DIAS-EDAD            PIC S9(9) VALUE 0.
       01  WS-BUCKET               PIC 9 VALUE 0.
       01  WS-B-I                  PIC 9 VALUE 0.
       01  WS-ABONO-RESTA          PIC S9(9)V99 VALUE 0.

      * SALDO ABIERTO POR CLIENTE EN CUATRO CUBETAS DE ANTIGUEDAD:
      * 1 ACTUAL (0-29), 2 TREINTA (30-59), 3 SESENTA (60-89),
      * 4 NOVENTA O MAS. EL ABONO SIN APLICAR VA EN LA CUBETA 1
      * (NEGATIVO) Y ADEMAS SE ACUMULA APARTE EN WS-C-SIN-APLICAR
       01  WS-CLI-COUNT            PIC 9(4) VALUE 0.
       01  WS-CLIENTES-TABLE.
           05  WS-CLI-ENTRY OCCURS 0 TO 2000 TIMES
                   DEPENDING ON WS-CLI-COUNT
                   INDEXED BY WS-CLX.
               10  WS-C-ID         PIC X(6).
               10  WS-C-CUBETA OCCURS 4 TIMES
                                   PIC S9(9)V99.
               10  WS-C-SIN-APLICAR PIC S9(9)V99.
       01  WS-CLI-I                PIC 9(4) VALUE 0.
       01  WS-CLI-INDICE           PIC 9(4) VALUE 0.
       01  WS-CLI-ID-BUSCADO       PIC X(6).
