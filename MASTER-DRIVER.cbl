      *            file is created with the classic three stages. The
      *            driver logs start/end audit records per stage and
      *            reports the plan and each outcome at end of run.
      *            Every failed stage opens an incident in INCIDEN.DAT
      *            (or is linked to the program's incident still open).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-CUMCAMP-CTL-STATUS.
           COPY FECSEL.
           COPY AUDITSEL.
           COPY INCSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-CONTROL-FILE.

       COPY AUDITFD.

       COPY INCFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY FECWS.
       COPY GENTSWS.
       COPY INCWS.

       01  WS-CTL-STATUS            PIC XX.
       01  WS-PLAN-STATUS           PIC XX.
      * TALLER (ORDENES, POSTEO, MANTENIMIENTOS, ESTADOS DE CUENTA
      * Y CAMPANA MENSUALES, RESUMEN, DISTRIBUCION Y LIMPIEZA)
      * Y SE USA EN LA MISMA CORRIDA
      * LAS VERIFICACIONES DE MAESTROS, DE LA CADENA DE AUDITORIA
      * Y DE INTEGRIDAD REFERENCIAL ABREN EL PLAN; LA DE AUDITORIA NO
      * DETIENE LA CADENA, SOLO DEJA LA ETAPA FALLIDA PARA REVISION
       CARGA-JOBPLAN.
           OPEN INPUT JOBPLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
           MOVE SPACES TO PL-DEPENDE
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "VERIFAUD" TO PL-ETAPA
           MOVE "./VERIFICA-AUDITORIA" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "INTEGREF" TO PL-ETAPA
           MOVE "./INTEGRIDAD-REFERENCIAL" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "A" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           WRITE PLAN-RECORD
      * APLICA LOS CAMBIOS DE PARAMETROS QUE ENTRAN EN VIGOR Y AVISA
      * DE LOS HECHOS FUERA DE PARAMETROS ANTES DE QUE LOS LEA EL LOTE
           MOVE SPACES TO PLAN-RECORD
           MOVE "VERIFPRM" TO PL-ETAPA
           MOVE "./VERIFICA-PARAMETROS" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "SNAPSHOT" TO PL-ETAPA
           MOVE "./SNAPSHOT-MAESTROS" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE SPACES TO PL-DEPENDE
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "SURTEPEND" TO PL-ETAPA
           MOVE "./SURTE-PENDIENTES" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "VACOTORGA" TO PL-ETAPA
           MOVE "./VACACIONES-OTORGA" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "CARGOFIN" TO PL-ETAPA
           MOVE "./CARGOS-FINANCIEROS" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           MOVE "M" TO PL-FRECUENCIA
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "IMPMES" TO PL-ETAPA
           MOVE "./IMPUESTOS-MES" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           MOVE "M" TO PL-FRECUENCIA
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "VENTASMES" TO PL-ETAPA
           MOVE "./VENTAS-ANALISIS" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           MOVE "M" TO PL-FRECUENCIA
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "VALINV" TO PL-ETAPA
           MOVE "./VALUA-INVENTARIO" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           MOVE "M" TO PL-FRECUENCIA
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "PASIVOPTS" TO PL-ETAPA
           MOVE "./PASIVO-PUNTOS" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           MOVE "M" TO PL-FRECUENCIA
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "EDOCTA" TO PL-ETAPA
           MOVE "./ESTADO-CUENTA" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "M" TO PL-FRECUENCIA
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "DUPFONET" TO PL-ETAPA
           MOVE "./DUPLICADOS-FONETICOS" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "C" TO PL-ON-ERROR
           MOVE SPACES TO PL-DEPENDE
           MOVE "S" TO PL-FRECUENCIA
           WRITE PLAN-RECORD
           MOVE SPACES TO PLAN-RECORD
           MOVE "RESUMENDIA" TO PL-ETAPA
           MOVE "./RESUMEN-DIA" TO PL-COMANDO
           MOVE "Y" TO PL-HABILITADA
           MOVE "FUERACAL" TO AUD-ESTATUS
           MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
           MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
           PERFORM ESCRIBE-AUDIT-ENCADENADO
           CLOSE SISTEMA-AUDIT-LOG.

       EJECUTA-PLAN.
           END-IF.

      * NINGUNA ETAPA QUE ACTUALIZA MAESTROS ARRANCA SIN EL
      * RESPALDO DEL DIA (SNAPSHOT.CTL CON FECHA DE HOY); LAS
      * VERIFICACIONES QUE CORREN ANTES DEL RESPALDO NO LO ESPERAN
       VERIFICA-SNAPSHOT-HOY.
           MOVE "N" TO WS-SNAPSHOT-HOY-SWITCH
           OPEN INPUT SNAPSHOT-CTL-FILE
       EJECUTA-ETAPA.
           IF WS-P-ETAPA(WS-P-I) NOT = "SNAPSHOT"
                   AND WS-P-ETAPA(WS-P-I) NOT = "VERIFMAEST"
                   AND WS-P-ETAPA(WS-P-I) NOT = "VERIFAUD"
                   AND WS-P-ETAPA(WS-P-I) NOT = "INTEGREF"
                   AND WS-P-ETAPA(WS-P-I) NOT = "VERIFPRM"
                   AND WS-P-ETAPA(WS-P-I) NOT = "RESUMENDIA"
               PERFORM VERIFICA-SNAPSHOT-HOY
               IF NOT WS-SNAPSHOT-HOY
                   MOVE "FALLIDA" TO WS-P-RESULTADO(WS-P-I)
                   SET WS-RUN-TUVO-ERROR TO TRUE
                   SET WS-CADENA-ABORTADA TO TRUE
                   PERFORM ABRE-INCIDENTE-ETAPA
                   EXIT PARAGRAPH
               END-IF
           END-IF
               MOVE "FALLIDA" TO WS-P-RESULTADO(WS-P-I)
               SET WS-RUN-TUVO-ERROR TO TRUE
               SET WS-CADENA-ABORTADA TO TRUE
               PERFORM ABRE-INCIDENTE-ETAPA
               EXIT PARAGRAPH
           END-IF
           IF WS-P-ETAPA(WS-P-I) = "CLIENTEMASTER"
                   " TERMINO CON ERROR: " WS-STAGE-RC
               MOVE "FALLIDA" TO WS-P-RESULTADO(WS-P-I)
               SET WS-RUN-TUVO-ERROR TO TRUE
               PERFORM ABRE-INCIDENTE-ETAPA
               EVALUATE WS-P-ON-ERROR(WS-P-I)
                   WHEN "A"
                       SET WS-CADENA-ABORTADA TO TRUE
           PERFORM ANOTA-ETAPA-DIARIA
           PERFORM PROYECTA-TERMINO.

      * UNA ETAPA FALLIDA ABRE INCIDENTE A NOMBRE DEL PROGRAMA QUE
      * LANZA (EL COMANDO SIN "./" NI PARAMETROS), CON LA ETAPA, LA
      * FECHA Y LA HORA REALES DE LA FALLA
       ABRE-INCIDENTE-ETAPA.
           MOVE SPACES TO WS-INC-PROGRAMA
           IF WS-P-COMANDO(WS-P-I)(1:2) = "./"
               UNSTRING WS-P-COMANDO(WS-P-I)(3:) DELIMITED BY " "
                   INTO WS-INC-PROGRAMA
           ELSE
               UNSTRING WS-P-COMANDO(WS-P-I) DELIMITED BY " "
                   INTO WS-INC-PROGRAMA
           END-IF
           MOVE WS-P-ETAPA(WS-P-I) TO WS-INC-ETAPA
           MOVE "E" TO WS-INC-ORIGEN
           ACCEPT WS-INC-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-INC-HORA FROM TIME
           PERFORM REGISTRA-INCIDENTE
           IF WS-INC-FOLIO > 0
               DISPLAY "INCIDENTE " WS-INC-FOLIO " "
                   WS-INC-RESULTADO " POR LA ETAPA " WS-P-ETAPA(WS-P-I)
           END-IF.

      * CADA ETAPA DEJA SU PROPIO RENGLON EN DAILY.CTL CON FECHA,
      * RESULTADO Y HORAS; LA CORRIDA SIGUIENTE OMITE LAS ETAPAS QUE
      * YA QUEDARON OK EN LA FECHA DE HOY
       COPY CERRPROC.
       COPY FECPROC.
       COPY AUDITPROC.
       COPY INCPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
