      * CAMBIOS DE CALIFICACION (VER CAMPROC)
       01  WS-CAM-STATUS            PIC XX.
       01  WS-CAM-EOF-SWITCH        PIC X VALUE "N".
           88  WS-CAM-EOF           VALUE "Y".
       01  WS-CAM-COUNT             PIC 9(4) VALUE 0.
       01  WS-CAMBIOS-TABLE.
           05  WS-CAM-ENTRY OCCURS 2000 TIMES.
               10  WS-CAM-FOLIO     PIC 9(6).
               10  WS-CAM-ALUMNO    PIC X(8).
               10  WS-CAM-CURSO     PIC X(6).
               10  WS-CAM-PERIODO   PIC X(6).
               10  WS-CAM-FECHA-CAL PIC 9(8).
               10  WS-CAM-SCORE-ANT PIC 9(3).
               10  WS-CAM-LETRA-ANT PIC X.
               10  WS-CAM-SCORE-NVO PIC 9(3).
               10  WS-CAM-LETRA-NVA PIC X.
               10  WS-CAM-MOTIVO    PIC X(40).
               10  WS-CAM-SOLIC     PIC X(8).
               10  WS-CAM-FSOL      PIC 9(8).
               10  WS-CAM-APROB     PIC X(8).
               10  WS-CAM-FAPR      PIC 9(8).
               10  WS-CAM-ESTATUS   PIC X.
       01  WS-CAM-I                 PIC 9(4) VALUE 0.
       01  WS-CAM-INDICE            PIC 9(4) VALUE 0.
       01  WS-CAM-FOLIO-BUSCADO     PIC 9(6) VALUE 0.
       01  WS-CAM-FOLIO-MAX         PIC 9(6) VALUE 0.
