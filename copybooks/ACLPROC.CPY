      * CADA VEZ QUE UN PROGRAMA MUESTRA DATOS PERSONALES DE UN
      * CLIENTE SE ANOTA UN RENGLON EN ACCESOS.LOG CON OPERADOR,
      * PROGRAMA, CLIENTE, FECHA Y HORA DE MAQUINA; HISTCLI.DAT DICE
      * QUIEN CAMBIO UN CLIENTE Y ESTE ARCHIVO QUIEN LO VIO. EL
      * LLAMADOR DEJA WS-ACL-CLIENTE-ID Y WS-ACL-VISTA
       ANOTA-ACCESO-CLIENTE.
           PERFORM RESUELVE-AUD-OPERADOR
           OPEN EXTEND ACCESO-CLIENTE-LOG
           IF WS-ACL-STATUS = "05" OR WS-ACL-STATUS = "35"
               CLOSE ACCESO-CLIENTE-LOG
               OPEN OUTPUT ACCESO-CLIENTE-LOG
           END-IF
           MOVE SPACES TO ACCESO-CLIENTE-RECORD
           MOVE WS-AUD-OPERADOR TO ACL-OPERADOR
           MOVE WS-PROGRAMA-NOMBRE TO ACL-PROGRAMA
           MOVE WS-ACL-CLIENTE-ID TO ACL-CLIENTE-ID
           ACCEPT ACL-FECHA FROM DATE YYYYMMDD
           ACCEPT ACL-HORA FROM TIME
           MOVE WS-CIA-ACTUAL TO ACL-COMPANIA
           MOVE WS-ACL-VISTA TO ACL-VISTA
           WRITE ACCESO-CLIENTE-RECORD
           CLOSE ACCESO-CLIENTE-LOG.
