               FILE STATUS IS WS-OPER-STATUS.
           COPY CIASEL.
           COPY AUDITSEL.
           COPY NTFSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-MASTER.

       COPY AUDITFD.

       COPY NTFFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CIAWS.
       COPY NTFWS.

       01  WS-OPCION                PIC 999 VALUE 999.

       01  WS-OPER-STATUS           PIC XX.
       01  WS-EOF-OPER-SWITCH       PIC X VALUE "N".
           SET ENVIRONMENT "OPERADOR" TO WS-OPERADOR-ID
           PERFORM PUBLICA-ALCANCE-COMPANIAS
           PERFORM REGISTRA-AUDIT-INICIO
           IF WS-OPERADOR-NIVEL >= 3
               PERFORM MUESTRA-AVISOS-PENDIENTES
           END-IF
           PERFORM UNTIL WS-OPCION = 0
               PERFORM MUESTRA-MENU
               PERFORM EJECUTA-OPCION
           PERFORM REGISTRA-AUDIT-FIN
           STOP RUN.

      * AL SUPERVISOR SE LE DICE AL FIRMAR CUANTOS AVISOS ESPERAN
      * RECONOCIMIENTO (OPCION 114)
       MUESTRA-AVISOS-PENDIENTES.
           PERFORM CUENTA-NOTIFICACIONES
           IF WS-NTF-PENDIENTES > 0
               DISPLAY "*** AVISOS AL SUPERVISOR SIN RECONOCER: "
                   WS-NTF-PENDIENTES " (CRITICOS: " WS-NTF-CRITICOS
                   ") - OPCION 114 ***"
           END-IF.

       MUESTRA-MENU.
           DISPLAY " "
           DISPLAY "===== MENU PRINCIPAL ====="
           DISPLAY "66 - SANDBOX DE ENTRENAMIENTO (SUPERVISOR)"
           DISPLAY "67 - DISTRIBUCION DE REPORTES"
           DISPLAY "68 - CAMPANA DE CUMPLEANOS (CARTAS Y CUPONES)"
           DISPLAY "69 - CARTAS DE COBRANZA POR ANTIGUEDAD"
           DISPLAY "70 - CARGOS FINANCIEROS DEL MES"
           DISPLAY "71 - CASTIGOS DE CARTERA (SOLICITUD Y REGISTRO)"
           DISPLAY "72 - IMPUESTO SOBRE VENTAS DEL MES"
           DISPLAY "73 - ANALISIS DE VENTAS POR PRODUCTO Y CLIENTE"
           DISPLAY "74 - DEVOLUCIONES DE CLIENTES"
           DISPLAY "75 - ORDENES DE COMPRA (SUGERENCIA Y RECEPCION)"
           DISPLAY "76 - MANTENIMIENTO DE PROVEEDORES"
           DISPLAY "77 - SURTIDO Y ANTIGUEDAD DE PENDIENTES"
           DISPLAY "78 - VALUACION DE INVENTARIO Y MARGEN BRUTO"
           DISPLAY "79 - TARIFA DE RETENCION DE NOMINA"
           DISPLAY "80 - CUENTAS BANCARIAS DE EMPLEADOS"
           DISPLAY "81 - CONSTANCIAS ANUALES DE NOMINA"
           DISPLAY "82 - OTORGAMIENTO DE VACACIONES"
           DISPLAY "83 - CAPTURA DE VACACIONES"
           DISPLAY "84 - SALDOS DE VACACIONES"
           DISPLAY "85 - CAPTURA DE TARJETAS DE TIEMPO"
           DISPLAY "86 - PLAN DE COMISIONES"
           DISPLAY "87 - ESTADO Y APROBACION DE COMISIONES"
           DISPLAY "88 - ORGANIGRAMA POR DEPARTAMENTO"
           DISPLAY "89 - BAJA DE EMPLEADO Y FINIQUITO"
           DISPLAY "90 - PRESUPUESTO POR DEPARTAMENTO"
           DISPLAY "91 - PRESUPUESTO CONTRA REAL"
           DISPLAY "92 - PUESTOS AUTORIZADOS"
           DISPLAY "93 - REPORTE DE VACANTES"
           DISPLAY "94 - COBROS DEL BANCO Y SUSPENSO"
           DISPLAY "95 - CONVENIOS DE PAGO"
           DISPLAY "96 - SALDOS A FAVOR Y REEMBOLSOS"
           DISPLAY "97 - FICHAS DE DEPOSITO DE CAJA"
           DISPLAY "98 - REVISION DE LIMITES DE CREDITO"
           DISPLAY "99 - CONTABILIDAD GENERAL (POLIZAS Y BALANZA)"
           DISPLAY "100 - PASIVO POR PUNTOS DE LEALTAD"
           DISPLAY "101 - CASOS DE SERVICIO Y QUEJAS"
           DISPLAY "102 - BARRIDO FONETICO DE DUPLICADOS"
           DISPLAY "103 - ESTANDARIZACION DE DIRECCIONES"
           DISPLAY "104 - PURGA Y RECUPERACION DE CLIENTES ARCHIVADOS"
           DISPLAY "105 - ACCESOS A DATOS DE CLIENTES Y ANOMALIAS"
           DISPLAY "106 - FACTURACION DE COLEGIATURAS DEL PERIODO"
           DISPLAY "107 - CAPTURA DE CALIFICACIONES POR COMPONENTE"
           DISPLAY "108 - POSICION ACADEMICA DEL PERIODO"
           DISPLAY "109 - CAMBIOS DE CALIFICACION (SOLICITUD Y REPORTE)"
           DISPLAY "110 - VERIFICACION DE LA CADENA DE AUDITORIA"
           DISPLAY "111 - INTEGRIDAD REFERENCIAL ENTRE ARCHIVOS"
           DISPLAY "112 - INCIDENTES DE OPERACION"
           DISPLAY "113 - MANTENIMIENTO DE PARAMETROS"
           DISPLAY "114 - AVISOS AL SUPERVISOR"
           DISPLAY "115 - CONFIRMACION DE DESPACHOS DEL DEPOSITO"
           DISPLAY "116 - CUESTIONARIOS DE PRACTICA DE MULTIPLICAR"
           DISPLAY "117 - VOLUMEN DEL MES POR MONEDA Y DEPARTAMENTO"
           DISPLAY " 0 - SALIR"
           DISPLAY "SELECCIONA UNA OPCION"
           ACCEPT WS-OPCION.
           END-PERFORM.

       VALIDA-CLAVE-OPERADOR.
           IF WS-O-BLOQUEADO(WS-OPE-INDICE) = "R"
               DISPLAY "OPERADOR DADO DE BAJA"
               ADD 1 TO WS-INTENTOS-FIRMA
               PERFORM ANOTA-FALLA-CLAVE
               EXIT PARAGRAPH
           END-IF
           IF WS-O-BLOQUEADO(WS-OPE-INDICE) = "B"
               DISPLAY "OPERADOR BLOQUEADO, PIDE EL DESBLOQUEO A "
                   "UN SUPERVISOR"
           MOVE "FALLIDA" TO AUD-ESTATUS
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR
           MOVE WS-CIA-ACTUAL TO AUD-COMPANIA
           PERFORM ESCRIBE-AUDIT-ENCADENADO
           CLOSE SISTEMA-AUDIT-LOG.

      * NIVEL 1 CONSULTA, NIVEL 2 MANTENIMIENTO Y PROCESOS, NIVEL 3
               WHEN 61
               WHEN 62
               WHEN 66
               WHEN 89
               WHEN 96
               WHEN 103
               WHEN 104
               WHEN 105
               WHEN 110
               WHEN 113
               WHEN 114
                   MOVE 3 TO WS-NIVEL-REQUERIDO
               WHEN 3
               WHEN 4
               WHEN 55
               WHEN 56
               WHEN 65
               WHEN 69
               WHEN 70
               WHEN 72
               WHEN 73
               WHEN 74
               WHEN 75
               WHEN 76
               WHEN 77
               WHEN 78
               WHEN 79
               WHEN 80
               WHEN 81
               WHEN 82
               WHEN 83
               WHEN 84
               WHEN 85
               WHEN 86
               WHEN 87
               WHEN 88
               WHEN 90
               WHEN 91
               WHEN 92
               WHEN 93
               WHEN 94
               WHEN 95
               WHEN 97
               WHEN 98
               WHEN 99
               WHEN 101
               WHEN 102
               WHEN 106
               WHEN 108
               WHEN 111
               WHEN 112
               WHEN 115
                   MOVE 2 TO WS-NIVEL-REQUERIDO
               WHEN OTHER
                   MOVE 1 TO WS-NIVEL-REQUERIDO
                   CALL "SYSTEM" USING "./DISTRIBUYE-REPORTES"
               WHEN 68
                   CALL "SYSTEM" USING "./CUMPLE-CAMPANA"
               WHEN 69
                   CALL "SYSTEM" USING "./COBRANZA-CARTAS"
               WHEN 70
                   CALL "SYSTEM" USING "./CARGOS-FINANCIEROS"
               WHEN 71
                   CALL "SYSTEM" USING "./CASTIGO-CARTERA"
               WHEN 72
                   CALL "SYSTEM" USING "./IMPUESTOS-MES"
               WHEN 73
                   CALL "SYSTEM" USING "./VENTAS-ANALISIS"
               WHEN 74
                   CALL "SYSTEM" USING "./DEVOLUCIONES"
               WHEN 75
                   CALL "SYSTEM" USING "./ORDENES-COMPRA"
               WHEN 76
                   CALL "SYSTEM" USING "./MANTEN-PROVEEDORES"
               WHEN 77
                   CALL "SYSTEM" USING "./SURTE-PENDIENTES"
               WHEN 78
                   CALL "SYSTEM" USING "./VALUA-INVENTARIO"
               WHEN 79
                   CALL "SYSTEM" USING "./MANTEN-RETENCIONES"
               WHEN 80
                   CALL "SYSTEM" USING "./MANTEN-CUENTAS-BANCO"
               WHEN 81
                   CALL "SYSTEM" USING "./CONSTANCIAS-NOMINA"
               WHEN 82
                   CALL "SYSTEM" USING "./VACACIONES-OTORGA"
               WHEN 83
                   CALL "SYSTEM" USING "./CAPTURA-VACACIONES"
               WHEN 84
                   CALL "SYSTEM" USING "./SALDO-VACACIONES"
               WHEN 85
                   CALL "SYSTEM" USING "./CAPTURA-TARJETAS"
               WHEN 86
                   CALL "SYSTEM" USING "./MANTEN-COMISIONES"
               WHEN 87
                   CALL "SYSTEM" USING "./COMISIONES-MES"
               WHEN 88
                   CALL "SYSTEM" USING "./ORGANIGRAMA"
               WHEN 89
                   CALL "SYSTEM" USING "./BAJA-PERSONAL"
               WHEN 90
                   CALL "SYSTEM" USING "./MANTEN-PRESUPUESTO"
               WHEN 91
                   CALL "SYSTEM" USING "./PRESUP-REAL"
               WHEN 92
                   CALL "SYSTEM" USING "./MANTEN-PUESTOS"
               WHEN 93
                   CALL "SYSTEM" USING "./VACANTES"
               WHEN 94
                   CALL "SYSTEM" USING "./COBRO-BANCO"
               WHEN 95
                   CALL "SYSTEM" USING "./CONVENIOS"
               WHEN 96
                   CALL "SYSTEM" USING "./REEMBOLSOS"
               WHEN 97
                   CALL "SYSTEM" USING "./FICHAS-DEPOSITO"
               WHEN 98
                   CALL "SYSTEM" USING "./REVISA-LIMITES"
               WHEN 99
                   CALL "SYSTEM" USING "./CONTABILIDAD"
               WHEN 100
                   CALL "SYSTEM" USING "./PASIVO-PUNTOS"
               WHEN 101
                   CALL "SYSTEM" USING "./CASOS-SERVICIO"
               WHEN 102
                   CALL "SYSTEM" USING "./DUPLICADOS-FONETICOS"
               WHEN 103
                   CALL "SYSTEM" USING "./ESTANDARIZA-DIRECCIONES"
               WHEN 104
                   CALL "SYSTEM" USING "./PURGA-CLIENTES"
               WHEN 105
                   CALL "SYSTEM" USING "./ACCESOS-CLIENTE"
               WHEN 106
                   CALL "SYSTEM" USING "./COLEGIATURAS"
               WHEN 107
                   CALL "SYSTEM" USING "./CAPTURA-COMPONENTES"
               WHEN 108
                   CALL "SYSTEM" USING "./ESTATUS-ACADEMICO"
               WHEN 109
                   CALL "SYSTEM" USING "./CAMBIO-CALIFICACION"
               WHEN 110
                   CALL "SYSTEM" USING "./VERIFICA-AUDITORIA"
               WHEN 111
                   CALL "SYSTEM" USING "./INTEGRIDAD-REFERENCIAL"
               WHEN 112
                   CALL "SYSTEM" USING "./INCIDENTES"
               WHEN 113
                   CALL "SYSTEM" USING "./PARAMETROS"
               WHEN 114
                   CALL "SYSTEM" USING "./AVISOS-SUPERVISOR"
               WHEN 115
                   CALL "SYSTEM" USING "./CONFIRMA-DESPACHOS"
               WHEN 116
                   CALL "SYSTEM" USING "./EXAMENES-PRACTICA"
               WHEN 117
                   CALL "SYSTEM" USING "./VOLUMEN-DIVISAS"
               WHEN 0
                   DISPLAY "SALIENDO"
               WHEN OTHER
           END-IF.

       COPY AUDITPROC.
       COPY NTFPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
