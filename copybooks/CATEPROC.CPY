           MOVE "AVISA AL SUPERVISOR, NO REENVIAR" TO CE-PISTA
           WRITE CATERROR-RECORD
           MOVE SPACES TO CATERROR-RECORD
           MOVE "E008" TO CE-CODIGO
           MOVE "A" TO CE-SEVERIDAD
           MOVE "N" TO CE-RETRIABLE
           MOVE "DESCARTADO POR REGLA DE TRANSFORMACION"
               TO CE-EXPLICACION
           MOVE "REVISA LA REGLA D EN REGLAS.CTL" TO CE-PISTA
           WRITE CATERROR-RECORD
           MOVE SPACES TO CATERROR-RECORD
           MOVE "E999" TO CE-CODIGO
           MOVE "A" TO CE-SEVERIDAD
           MOVE "S" TO CE-RETRIABLE
