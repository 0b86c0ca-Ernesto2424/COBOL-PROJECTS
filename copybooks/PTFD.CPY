      * PUNTOS DE LEALTAD: UN RENGLON G POR CARGO QUE GANA PUNTOS
      * (PT-DISPONIBLE BAJA CONFORME SE REDIMEN) Y UN RENGLON R POR
      * CADA CANJE EN CAPTURA DE PEDIDOS. LOS PUNTOS DE UN RENGLON G
      * VENCEN AL CIERRE DEL MES PT-VENCE (AAAAMM)
       FD  PUNTOS-FILE.
       01  PUNTOS-RECORD.
           05  PT-CLIENTE-ID        PIC X(6).
           05  PT-COMPANIA          PIC X(2).
           05  PT-FECHA             PIC 9(8).
           05  PT-TIPO              PIC X.
               88  PT-GANADOS       VALUE "G".
               88  PT-REDIMIDOS     VALUE "R".
           05  PT-PUNTOS            PIC 9(7).
           05  PT-DISPONIBLE        PIC 9(7).
           05  PT-VENCE             PIC 9(6).
           05  PT-REFERENCIA        PIC X(10).

       FD  PUNTOS-NUEVO.
       01  PUNTOS-NUEVO-RECORD      PIC X(47).

      * PARAMETROS: PESOSPUNTO (PESOS DE CARGO POR PUNTO), VALORPUNTO
      * (PESOS QUE VALE UN PUNTO AL CANJE) Y MESESVIGEN (MESES QUE
      * VIVE UN PUNTO DESPUES DEL MES EN QUE SE GANO)
       FD  PUNTOS-PRM-FILE.
       01  PUNTOS-PRM-RECORD.
           05  PP-CONCEPTO          PIC X(10).
           05  PP-VALOR             PIC 9(5)V99.
