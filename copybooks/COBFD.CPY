      * HISTORIA DE CARTAS DE COBRANZA: UN RENGLON POR CARTA
      * EMITIDA (NIVEL 1 RECORDATORIO, 2 AVISO FORMAL, 3
      * REQUERIMIENTO FINAL); NIVEL 0 CIERRA EL CICLO CUANDO EL
      * CLIENTE YA NO TIENE SALDO VENCIDO
       FD  COBRANZA-HIST-FILE.
       01  COBRANZA-HIST-RECORD.
           05  CH-CLIENTE-ID        PIC X(6).
           05  CH-COMPANIA          PIC X(2).
           05  CH-NIVEL             PIC 9.
           05  CH-FECHA             PIC 9(8).
           05  CH-VENCIDO           PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
           05  CH-CARTAS-ARCHIVO    PIC X(40).
