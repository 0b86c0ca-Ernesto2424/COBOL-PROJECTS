      *            generation to CLIENTE.NEW and copying it back.
      *            Master size is therefore unlimited; only the
      *            transactions of one run are held in storage.
      *            Option P links a branch account to its corporate
      *            parent in CLIGRUPO.DAT (shared GP copybooks): both
      *            must belong to the session company, the parent
      *            must be active and the parent chain may not lead
      *            back to the branch. A blank parent removes the
      *            link; every change is written to AUDIT.LOG.
      *            Every street address entered (panel, console or
      *            PERFTHRU.CTL) is put in the canonical form of the
      *            DIRABREV.PRM abbreviation table before it joins
      *            the transaction table, so HOGARES and the labels
      *            see one spelling per address.
      *            Inquiry and reingreso of an ID that is no longer in
      *            the master point to the customer archive when it
      *            was purged (CLIARCH.DAT, XA copybooks).
      *            Each customer shown by the inquiry, loaded into the
      *            change panel or listed by the surname search is
      *            logged to ACCESOS.LOG (ACL copybooks) with operator,
      *            program, date and time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY SUPSEL.
           COPY CPSEL.
           COPY DAUSEL.
           COPY NTFSEL.
           COPY NDXSEL.
           COPY GPSEL.
           COPY ABSEL.
           COPY XASEL.
           COPY ACLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY SUPFD.
       COPY CPFD.
       COPY DAUFD.
       COPY NTFFD.
       COPY NDXFD.
       COPY GPFD.
       COPY ABFD.
       COPY XAFD.
       COPY ACLFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
           88  WS-BUSQUEDA         VALUE "N" "n".
           88  WS-CUMPLE           VALUE "M" "m".
           88  WS-ROSTER           VALUE "R" "r".
           88  WS-PADRE            VALUE "P" "p".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       COPY CERRWS.
       COPY CPWS.
       COPY DAUWS.
       COPY NTFWS.
       COPY NDXWS.
       COPY GPWS.
       COPY ABWS.
       COPY XAWS.
       COPY ACLWS.
       01  WS-LIGA-HIJO            PIC X(6).
       01  WS-LIGA-PADRE           PIC X(6).
       01  WS-LIGA-ESTATUS         PIC X(9).

       01  WS-CONT-POR-BRK-TABLE.
           05  WS-CONT-POR-BRK OCCURS 20 TIMES PIC 9(4) VALUE 0.
                               PERFORM GENERA-CUMPLEANOS
                           WHEN WS-ROSTER
                               PERFORM GENERA-ROSTER
                           WHEN WS-PADRE
                               PERFORM LIGA-CUENTA-PADRE
                           WHEN WS-SALIR
                               SET WS-FIN TO TRUE
                           WHEN OTHER
                   MOVE NOMBRE TO WS-TR-NOMBRE(WS-TRX)
                   MOVE APELLIDOS TO WS-TR-APELLIDOS(WS-TRX)
                   MOVE EDAD TO WS-TR-EDAD(WS-TRX)
                   MOVE CALLE TO WS-AB-ENTRADA
                   PERFORM ESTANDARIZA-DIRECCION
                   MOVE WS-AB-SALIDA TO CALLE
                   MOVE CALLE TO WS-TR-CALLE(WS-TRX)
                   MOVE CIUDAD TO WS-TR-CIUDAD(WS-TRX)
                   IF CODIGO-POSTAL IS NUMERIC
               DISPLAY
                 "A-ALTA  C-CAMBIO  I-CONSULTA  B-BAJA  E-REINGRESO"
               DISPLAY "H-HISTORIAL  N-BUSQUEDA  M-CUMPLEANOS"
               DISPLAY "R-ROSTER  P-CUENTA PADRE  S-SALIR"
               ACCEPT WS-TRANS-CODE.

           ALTA-CLIENTE.
               PERFORM GETID.
               PERFORM BUSCA-CLIENTE.
               IF WS-FOUND
                   MOVE CLIENTE-ID TO WS-ACL-CLIENTE-ID
                   MOVE "CAMB" TO WS-ACL-VISTA
                   PERFORM ANOTA-ACCESO-CLIENTE
                   MOVE WS-RC-NOMBRE TO NOMBRE
                   MOVE WS-RC-APELLIDOS TO APELLIDOS
                   MOVE WS-RC-FECHA-NAC TO FECHA-NACIMIENTO
               PERFORM GETID.
               PERFORM BUSCA-CLIENTE.
               IF WS-FOUND
                   MOVE CLIENTE-ID TO WS-ACL-CLIENTE-ID
                   MOVE "CONS" TO WS-ACL-VISTA
                   PERFORM ANOTA-ACCESO-CLIENTE
                   PERFORM MUESTRA-REG-CLIENTE
               ELSE
                   DISPLAY "CLIENTE NO EXISTE: " CLIENTE-ID
                   PERFORM AVISA-SI-ARCHIVADO
               END-IF.

           MUESTRA-REG-CLIENTE.
                   END-IF
               ELSE
                   DISPLAY "CLIENTE NO EXISTE: " CLIENTE-ID
                   PERFORM AVISA-SI-ARCHIVADO
               END-IF.

      * UN ID PURGADO NO SE PUEDE TOCAR AQUI: PRIMERO LO RECUPERA UN
      * SUPERVISOR CON PURGA-CLIENTES
           AVISA-SI-ARCHIVADO.
               MOVE CLIENTE-ID TO WS-XA-BUSCADO
               PERFORM BUSCA-CLIENTE-ARCHIVO
               IF WS-XA-HALLADO
                   DISPLAY "  ARCHIVADO EL " WS-XA-FECHA-ARCH
                       " (PURGA DE BAJAS); UN SUPERVISOR LO "
                       "RECUPERA CON LA OPCION R DE LA PURGA"
               END-IF.

      * CUENTA CORPORATIVA: LA SUCURSAL Y SU PADRE DEBEN EXISTIR EN
      * LA COMPANIA DE LA SESION, LA PADRE ACTIVA, Y LA CADENA DE
      * PADRES NO PUEDE REGRESAR A LA SUCURSAL; PADRE EN BLANCO QUITA
      * LA LIGA
           LIGA-CUENTA-PADRE.
               PERFORM APLICA-TRANSACCIONES.
               PERFORM GETID.
               PERFORM BUSCA-CLIENTE.
               IF NOT WS-FOUND
                   DISPLAY "CLIENTE NO EXISTE: " CLIENTE-ID
                   EXIT PARAGRAPH
               END-IF
               MOVE CLIENTE-ID TO WS-LIGA-HIJO
               PERFORM CARGA-GRUPOS
               MOVE WS-LIGA-HIJO TO WS-GP-ID-BUSCADO
               PERFORM BUSCA-PADRE
               IF WS-GP-INDICE > 0
                   DISPLAY "CUENTA PADRE ACTUAL: " WS-GP-PADRE-HALLADO
               ELSE
                   DISPLAY "SIN CUENTA PADRE"
               END-IF
               DISPLAY "ID DE LA CUENTA PADRE (BLANCO QUITA LA LIGA)"
               MOVE SPACES TO WS-LIGA-PADRE
               ACCEPT WS-LIGA-PADRE
               IF WS-LIGA-PADRE = SPACES
                   IF WS-GP-INDICE = 0
                       DISPLAY "LA CUENTA NO TIENE LIGA QUE QUITAR"
                   ELSE
                       MOVE SPACES TO WS-GP-PADRE(WS-GP-INDICE)
                       PERFORM GRABA-GRUPOS
                       MOVE "QUITADA" TO WS-LIGA-ESTATUS
                       PERFORM ANOTA-LIGA-PADRE
                       DISPLAY "LIGA QUITADA: " WS-LIGA-HIJO
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-LIGA-PADRE = WS-LIGA-HIJO
                   DISPLAY "UNA CUENTA NO PUEDE SER SU PROPIA PADRE"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LIGA-PADRE TO CLIENTE-ID
               PERFORM BUSCA-CLIENTE
               MOVE WS-LIGA-HIJO TO CLIENTE-ID
               IF NOT WS-FOUND
                   DISPLAY "LA CUENTA PADRE NO EXISTE EN LA COMPANIA "
                       WS-CIA-ACTUAL ": " WS-LIGA-PADRE
                   EXIT PARAGRAPH
               END-IF
               IF WS-RC-ESTATUS = "B"
                   DISPLAY "LA CUENTA PADRE ESTA DADA DE BAJA: "
                       WS-LIGA-PADRE
                   EXIT PARAGRAPH
               END-IF
      * SI SUBIENDO DESDE LA NUEVA PADRE SE LLEGA A LA SUCURSAL, LA
      * LIGA CERRARIA UN CICLO
               MOVE WS-LIGA-PADRE TO WS-GP-ID-BUSCADO
               MOVE WS-LIGA-HIJO TO WS-GP-RAIZ
               PERFORM PERTENECE-A-GRUPO
               IF WS-GP-EN-GRUPO OR WS-GP-PASOS > 50
                   DISPLAY "LA LIGA FORMARIA UN CICLO: " WS-LIGA-PADRE
                       " YA DEPENDE DE " WS-LIGA-HIJO
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LIGA-HIJO TO WS-GP-ID-BUSCADO
               PERFORM BUSCA-PADRE
               IF WS-GP-INDICE = 0
                   IF WS-GP-COUNT >= 3000
                       DISPLAY "TABLA DE GRUPOS LLENA (3000), LIGA NO "
                           "GRABADA"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-GP-COUNT
                   MOVE WS-GP-COUNT TO WS-GP-INDICE
                   MOVE WS-LIGA-HIJO TO WS-GP-ID(WS-GP-INDICE)
                   MOVE WS-CIA-ACTUAL TO WS-GP-CIA(WS-GP-INDICE)
               END-IF
               ACCEPT WS-FECHA-ACTUAL FROM DATE YYYYMMDD
               IF WS-FECHA-NEGOCIO > 0
                   MOVE WS-FECHA-NEGOCIO TO WS-FECHA-ACTUAL
               END-IF
               PERFORM RESUELVE-AUD-OPERADOR
               MOVE WS-LIGA-PADRE TO WS-GP-PADRE(WS-GP-INDICE)
               MOVE WS-FECHA-ACTUAL TO WS-GP-FECHA(WS-GP-INDICE)
               MOVE WS-AUD-OPERADOR TO WS-GP-OPER(WS-GP-INDICE)
               PERFORM GRABA-GRUPOS
               MOVE "LIGADA" TO WS-LIGA-ESTATUS
               PERFORM ANOTA-LIGA-PADRE
               DISPLAY "CUENTA " WS-LIGA-HIJO " LIGADA A LA PADRE "
                   WS-LIGA-PADRE.

      * CADA ALTA O BAJA DE LIGA QUEDA EN EL RASTRO DE AUDITORIA
           ANOTA-LIGA-PADRE.
               PERFORM ABRE-AUDIT-LOG
               PERFORM RESUELVE-AUD-OPERADOR
               ACCEPT WS-AUDIT-FECHA FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-HORA FROM TIME
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE WS-PROGRAMA-NOMBRE TO AUD-PROGRAMA
               MOVE WS-AUDIT-FECHA TO AUD-FECHA
               MOVE WS-AUDIT-HORA TO AUD-HORA
               MOVE "GRUPO" TO AUD-EVENTO
               MOVE WS-LIGA-ESTATUS TO AUD-ESTATUS
               MOVE WS-AUD-OPERADOR TO AUD-OPERADOR
               MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
               STRING "CLIENTE " WS-LIGA-HIJO " PADRE " WS-LIGA-PADRE
                   DELIMITED BY SIZE INTO AUD-DETALLE
               PERFORM ESCRIBE-AUDIT-ENCADENADO
               CLOSE SISTEMA-AUDIT-LOG.

      * LA BUSQUEDA INTENTA PRIMERO EL INDICE LATERAL (POSICION
      * DIRECTA); SI EL INDICE FALTA, ESTA VIEJO O EL REGISTRO NO
      * COINCIDE, CAE AL RECORRIDO SECUENCIAL COMPLETO DE SIEMPRE
                       WS-BUSQ-TERMINO(1:WS-BUSQ-LONGITUD)
                   ADD 1 TO WS-BUSQ-HALLADOS
                   ADD 1 TO WS-BUSQ-EN-PAGINA
                   MOVE FD-CLIENTE-ID TO WS-ACL-CLIENTE-ID
                   MOVE "BUSQ" TO WS-ACL-VISTA
                   PERFORM ANOTA-ACCESO-CLIENTE
                   DISPLAY FD-CLIENTE-ID " " FD-NOMBRE " "
                       FD-APELLIDOS " " FD-EDAD " " FD-ESTATUS
                   IF WS-BUSQ-EN-PAGINA >= 15
       COPY SUPPROC.
       COPY CPPROC.
       COPY DAUPROC.
       COPY NTFPROC.
       COPY NDXPROC.
       COPY GPPROC.
       COPY ABPROC.
       COPY XAPROC.
       COPY ACLPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
