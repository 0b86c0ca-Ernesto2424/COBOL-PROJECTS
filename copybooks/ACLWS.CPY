      * BITACORA DE CONSULTAS A DATOS PERSONALES (VER ACLPROC)
       01  WS-ACL-STATUS            PIC XX.
       01  WS-ACL-CLIENTE-ID        PIC X(6).
       01  WS-ACL-VISTA             PIC X(4).
