      * AVISOS AL SUPERVISOR (VER NTFPROC)
       01  WS-NTF-STATUS            PIC XX.
       01  WS-NTF-EOF-SWITCH        PIC X VALUE "N".
           88  WS-NTF-EOF           VALUE "Y".
       01  WS-NTF-REPETIDO-SWITCH   PIC X VALUE "N".
           88  WS-NTF-REPETIDO      VALUE "Y".
       01  WS-NTF-FOLIO-MAX         PIC 9(6) VALUE 0.
      * ENTRADA DE ANOTA-NOTIFICACION; SALIDA: FOLIO (0 SI EL AVISO
      * YA EXISTIA)
       01  WS-NTF-ORIGEN            PIC X(8).
       01  WS-NTF-SEVERIDAD         PIC X.
       01  WS-NTF-REFERENCIA        PIC X(40).
       01  WS-NTF-DETALLE           PIC X(60).
       01  WS-NTF-FOLIO             PIC 9(6) VALUE 0.
      * SALIDA DE CUENTA-NOTIFICACIONES
       01  WS-NTF-PENDIENTES        PIC 9(5) VALUE 0.
       01  WS-NTF-CRITICOS          PIC 9(5) VALUE 0.
