           05  AUD-ESTATUS          PIC X(9).
           05  AUD-OPERADOR         PIC X(8).
           05  AUD-COMPANIA         PIC X(2).
      * DETALLE LIBRE DEL EVENTO (POR EJEMPLO VALOR ANTERIOR Y NUEVO
      * DE UN CAMBIO); EN BLANCO EN INICIO Y FIN
           05  AUD-DETALLE          PIC X(50).
      * ENCADENADO CONTRA ALTERACIONES: CONSECUTIVO DEL RENGLON, VALOR
      * DE CADENA DEL RENGLON ANTERIOR Y VALOR PROPIO, CALCULADO SOBRE
      * TODO LO ANTERIOR DEL RENGLON A PARTIR DEL VALOR PREVIO. LOS
      * RENGLONES ANTERIORES AL ENCADENADO LOS TRAEN EN BLANCO.
           05  AUD-SECUENCIA        PIC 9(9).
           05  AUD-CADENA-ANT       PIC 9(9).
           05  AUD-CADENA           PIC 9(9).

      * ULTIMO ESLABON ESCRITO; SOBREVIVE A LA RODADA DEL LOG PARA QUE
      * EL ARCHIVO NUEVO CONTINUE LA CADENA DEL ARCHIVADO
       FD  AUDIT-CADENA-FILE.
       01  AUDIT-CADENA-RECORD.
           05  AC-SECUENCIA         PIC 9(9).
           05  AC-CADENA            PIC 9(9).
