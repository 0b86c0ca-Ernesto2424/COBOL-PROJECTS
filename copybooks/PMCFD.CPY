      * VERSION APROBADA DE CADA ARCHIVO DE PARAMETROS CONTROLADO:
      * QUIEN Y CUANDO LA APROBO, RENGLONES Y FIRMA DEL CONTENIDO
      * (PMA-EXISTE N = SE APROBO SIN ARCHIVO) Y EL CAMBIO QUE ESPERA
      * SU FECHA DE VIGENCIA (PMA-VIGENCIA-PEN EN CERO SI NO HAY)
       FD  PMC-CONTROL-FILE.
       01  PMC-CONTROL-RECORD.
           05  PMA-ARCHIVO          PIC X(14).
           05  PMA-FECHA            PIC 9(8).
           05  PMA-HORA             PIC 9(8).
           05  PMA-OPERADOR         PIC X(8).
           05  PMA-EXISTE           PIC X.
           05  PMA-LINEAS           PIC 9(5).
           05  PMA-FIRMA            PIC 9(9).
           05  PMA-VIGENCIA-PEN     PIC 9(8).
           05  PMA-FOLIO-PEN        PIC 9(6).

      * HISTORIA DE CAMBIOS, UN RENGLON POR LINEA TOCADA: TIPO A ALTA,
      * C CAMBIO, B BAJA, E CONTENIDO EXTERNO APROBADO, L LINEA BASE,
      * P CAMBIO PROGRAMADO APLICADO, X CAMBIO PROGRAMADO CANCELADO.
      * TODAS LAS LINEAS DE UNA MISMA GRABACION COMPARTEN FOLIO
       FD  PMC-HISTORIA-FILE.
       01  PMC-HISTORIA-RECORD.
           05  PMH-FOLIO            PIC 9(6).
           05  PMH-ARCHIVO          PIC X(14).
           05  PMH-FECHA            PIC 9(8).
           05  PMH-HORA             PIC 9(8).
           05  PMH-OPERADOR         PIC X(8).
           05  PMH-TIPO             PIC X.
           05  PMH-RENGLON          PIC 9(3).
           05  PMH-VIGENCIA         PIC 9(8).
           05  PMH-MOTIVO           PIC X(40).
           05  PMH-ANTES            PIC X(100).
           05  PMH-DESPUES          PIC X(100).

      * CUALQUIER ARCHIVO DE PARAMETROS, COMO TEXTO POR RENGLON
       FD  PMC-PARAMETRO-FILE.
       01  PMC-PARAMETRO-RECORD     PIC X(100).

      * COPIA APROBADA O CAMBIO PROGRAMADO EN EL DIRECTORIO PARAMAPR
       FD  PMC-COPIA-FILE.
       01  PMC-COPIA-RECORD         PIC X(100).
