      * CONTROL DE CAMBIOS A LOS ARCHIVOS DE PARAMETROS (VER PMCPROC)
       01  WS-PMC-CTL-STATUS        PIC XX.
       01  WS-PMC-HIS-STATUS        PIC XX.
       01  WS-PMC-PRM-STATUS        PIC XX.
       01  WS-PMC-COP-STATUS        PIC XX.
       01  WS-PMC-EOF-SWITCH        PIC X VALUE "N".
           88  WS-PMC-EOF           VALUE "Y".
       01  WS-PMC-ARCHIVO           PIC X(40).
       01  WS-PMC-COPIA             PIC X(40).
       01  WS-PMC-COMANDO           PIC X(120).

      * ARCHIVOS BAJO CONTROL, EN EL ORDEN EN QUE LOS OFRECE EL
      * PROGRAMA DE PARAMETROS Y LOS REVISA LA VERIFICACION NOCTURNA
       01  WS-PMC-CONTROLADOS.
           05  FILLER               PIC X(14) VALUE "ESCALA.PRM".
           05  FILLER               PIC X(14) VALUE "BRACKETS.CTL".
           05  FILLER               PIC X(14) VALUE "TARIFAS.PRM".
           05  FILLER               PIC X(14) VALUE "RETENCION.PRM".
           05  FILLER               PIC X(14) VALUE "ETIQFMT.PRM".
           05  FILLER               PIC X(14) VALUE "ALERTTOL.CTL".
           05  FILLER               PIC X(14) VALUE "SLATOL.CTL".
           05  FILLER               PIC X(14) VALUE "JOBPLAN.CTL".
           05  FILLER               PIC X(14) VALUE "CALENDARIO.DAT".
           05  FILLER               PIC X(14) VALUE "PURGA.PRM".
           05  FILLER               PIC X(14) VALUE "ESTACAD.PRM".
           05  FILLER               PIC X(14) VALUE "INTEGREF.PRM".
           05  FILLER               PIC X(14) VALUE "TIPOCAMB.PRM".
       01  WS-PMC-CONTROLADOS-R REDEFINES WS-PMC-CONTROLADOS.
           05  WS-PMC-NOMBRE        PIC X(14) OCCURS 13 TIMES.
       01  WS-PMC-TOTAL             PIC 99 VALUE 13.
       01  WS-PMC-N                 PIC 99 VALUE 0.

      * VERSIONES APROBADAS (PARAMAPR.CTL)
       01  WS-PMC-CTL-COUNT         PIC 99 VALUE 0.
       01  WS-PMC-CONTROL-TABLE.
           05  WS-PMC-CTL-ENTRY OCCURS 30 TIMES.
               10  WS-PA-ARCHIVO    PIC X(14).
               10  WS-PA-FECHA      PIC 9(8).
               10  WS-PA-HORA       PIC 9(8).
               10  WS-PA-OPERADOR   PIC X(8).
               10  WS-PA-EXISTE     PIC X.
               10  WS-PA-LINEAS     PIC 9(5).
               10  WS-PA-FIRMA      PIC 9(9).
               10  WS-PA-VIGENCIA-PEN PIC 9(8).
               10  WS-PA-FOLIO-PEN  PIC 9(6).
       01  WS-PMC-CTL-I             PIC 99 VALUE 0.
       01  WS-PMC-CTL-INDICE        PIC 99 VALUE 0.

      * FIRMA DEL CONTENIDO ACTUAL DE WS-PMC-ARCHIVO
       01  WS-PMC-EXISTE-SWITCH     PIC X VALUE "N".
           88  WS-PMC-EXISTE        VALUE "S".
       01  WS-PMC-LINEAS            PIC 9(5) VALUE 0.
       01  WS-PMC-FIRMA             PIC 9(9) VALUE 0.
       01  WS-PMC-POS               PIC 9(3) VALUE 0.

      * RENGLON DE HISTORIA A ANOTAR
       01  WS-PMC-FOLIO             PIC 9(6) VALUE 0.
       01  WS-PMC-TIPO              PIC X.
       01  WS-PMC-RENGLON           PIC 9(3) VALUE 0.
       01  WS-PMC-VIGENCIA          PIC 9(8) VALUE 0.
       01  WS-PMC-MOTIVO            PIC X(40).
       01  WS-PMC-ANTES             PIC X(100).
       01  WS-PMC-DESPUES           PIC X(100).
