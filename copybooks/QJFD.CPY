      * CASOS DE SERVICIO (QUEJAS): UNO POR LLAMADA, CON SU NUMERO Y
      * EL CLIENTE. ESTATUS A ABIERTO, P EN PROCESO, C CERRADO.
      * QJ-OPERADOR ES EL ASIGNADO Y QJ-CAPTURO QUIEN LO ABRIO;
      * QJ-SEGUIMIENTO GUARDA LA ULTIMA NOTA DE ACTUALIZACION
       FD  CASOS-FILE.
       01  CASO-RECORD.
           05  QJ-NUMERO            PIC 9(6).
           05  QJ-CLIENTE-ID        PIC X(6).
           05  QJ-COMPANIA          PIC X(2).
           05  QJ-CATEGORIA         PIC X(10).
           05  QJ-ESTATUS           PIC X.
               88  QJ-ABIERTO       VALUE "A".
               88  QJ-EN-PROCESO    VALUE "P".
               88  QJ-CERRADO       VALUE "C".
           05  QJ-FECHA-ALTA        PIC 9(8).
           05  QJ-FECHA-ACT         PIC 9(8).
           05  QJ-FECHA-CIERRE      PIC 9(8).
           05  QJ-OPERADOR          PIC X(8).
           05  QJ-CAPTURO           PIC X(8).
           05  QJ-DESCRIPCION       PIC X(60).
           05  QJ-SEGUIMIENTO       PIC X(60).
           05  QJ-RESOLUCION        PIC X(60).

      * CATEGORIAS DE CASO CON SU META DE RESOLUCION EN DIAS
       FD  CASOS-CAT-FILE.
       01  CASOS-CAT-RECORD.
           05  QC-CATEGORIA         PIC X(10).
           05  QC-DIAS              PIC 9(3).
           05  QC-DESCRIPCION       PIC X(30).
