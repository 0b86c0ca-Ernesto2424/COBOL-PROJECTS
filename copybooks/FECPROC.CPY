           MOVE WS-FECHA-NEGOCIO TO AUD-ESTATUS
           MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
           MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
           PERFORM ESCRIBE-AUDIT-ENCADENADO
           CLOSE SISTEMA-AUDIT-LOG.
