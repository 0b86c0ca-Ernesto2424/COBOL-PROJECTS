       FD  ACCESO-CLIENTE-LOG.
       01  ACCESO-CLIENTE-RECORD.
           05  ACL-OPERADOR         PIC X(8).
           05  ACL-PROGRAMA         PIC X(20).
           05  ACL-CLIENTE-ID       PIC X(6).
           05  ACL-FECHA            PIC 9(8).
           05  ACL-HORA             PIC 9(8).
           05  ACL-COMPANIA         PIC X(2).
      * VISTA QUE MOSTRO LOS DATOS: 360, SALD (SALDO Y MOVIMIENTOS),
      * CONS (CONSULTA DEL MANTENIMIENTO), CAMB (DATOS CARGADOS EN EL
      * CAMBIO DEL MANTENIMIENTO), BUSQ (RENGLON DE BUSQUEDA) O ARCH
      * (IMAGEN DEL ARCHIVO DE PURGADOS)
           05  ACL-VISTA            PIC X(4).
