      *            the ARCHIVO directory; class D archives the
      *            generations whose embedded date is older than N
      *            days; class L rolls the named log over to a dated
      *            archive every N days (tracked in HKROLL.DAT); when
      *            AUDIT.LOG rolls, the new log opens with a link
      *            record chained from the archived log's last value
      *            and naming the archive, so the chain continues. A
      *            missing parameter file is created with the shop
      *            defaults. Every file moved is written to a dated
      *            manifest. Runs as a standard stage of the daily
               WRITE RETENCION-RECORD
               MOVE "CALIF       G0005" TO RETENCION-RECORD
               WRITE RETENCION-RECORD
               MOVE "CALIFCSV    G0005" TO RETENCION-RECORD
               WRITE RETENCION-RECORD
               MOVE "AUDIT.LOG   L0007" TO RETENCION-RECORD
               WRITE RETENCION-RECORD
               MOVE "ERRORES.LOG L0007" TO RETENCION-RECORD
                       " A ARCHIVO/ EL " WS-FECHA-HOY
                       DELIMITED BY SIZE INTO MANIFIESTO-RECORD
                   WRITE MANIFIESTO-RECORD
                   IF WS-RG-TIPO(WS-RG-I) = "AUDIT.LOG"
                       PERFORM ANOTA-ENLACE-AUDIT
                   END-IF
                   PERFORM ANOTA-RODADA
               END-IF.

      * EL PRIMER RENGLON DEL LOG NUEVO ES EL ENLACE: SE ENCADENA
      * DEL ULTIMO ESLABON DEL ARCHIVADO (AUDITCAD.CTL NO SE RUEDA) Y
      * NOMBRA EL ARCHIVO PARA QUE EL VERIFICADOR PRUEBE LA UNION
           ANOTA-ENLACE-AUDIT.
               PERFORM ABRE-AUDIT-LOG
               PERFORM RESUELVE-AUD-OPERADOR
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "ENLACE" TO AUD-EVENTO
               MOVE "RODADA" TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               STRING "CONTINUA DE ARCHIVO/AUDIT.LOG." WS-FECHA-HOY
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

           ARCHIVA-UN-ARCHIVO.
               MOVE SPACES TO WS-COMANDO
               STRING "mv "
