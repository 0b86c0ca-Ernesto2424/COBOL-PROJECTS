      * COMPONENTES DE EVALUACION (VER CMPPROC). HASTA 5 POR CURSO
      * PARA QUE EL DESGLOSE QUEPA EN UN RENGLON DEL REPORTE
       01  WS-CMP-STATUS            PIC XX.
       01  WS-CMP-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CMP-EOF           VALUE "Y".
       01  WS-CMP-MAX-CURSO         PIC 9 VALUE 5.
       01  WS-CMP-COUNT             PIC 9(3) VALUE 0.
       01  WS-COMPONENTES-TABLE.
           05  WS-CMP-ENTRY OCCURS 500 TIMES.
               10  WS-CMP-CURSO     PIC X(6).
               10  WS-CMP-CODIGO    PIC X(4).
               10  WS-CMP-NOMBRE    PIC X(20).
               10  WS-CMP-PESO      PIC 9(3).
       01  WS-CMP-I                 PIC 9(3) VALUE 0.
       01  WS-CMP-INDICE            PIC 9(3) VALUE 0.
       01  WS-CMP-CURSO-BUSCADO     PIC X(6).
       01  WS-CMP-CODIGO-BUSCADO    PIC X(4).
       01  WS-CMP-SUMA-PESOS        PIC 9(4) VALUE 0.
       01  WS-CMP-NUM-CURSO         PIC 9(3) VALUE 0.
       01  WS-CMP-PONDERADO-SWITCH  PIC X VALUE "N".
           88  WS-CMP-PONDERADO     VALUE "Y".
