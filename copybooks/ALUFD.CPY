           05  AL-NOMBRE            PIC X(30).
           05  AL-ESTATUS           PIC X.
           05  AL-FECHA-INSC        PIC 9(8).
      * CLIENTE QUE PAGA LA COLEGIATURA (EL ALUMNO O SU TUTOR); EN
      * BLANCO EL ALUMNO NO SE FACTURA
           05  AL-CLIENTE-ID        PIC X(6).
