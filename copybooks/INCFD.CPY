      * INCIDENTES DE OPERACION: UNO POR PROBABLE ABEND (INICIO SIN
      * FIN EN AUDIT.LOG) O ETAPA FALLIDA DEL PLAN. ORIGEN A ABEND,
      * E ETAPA. ESTATUS A ABIERTO, R RECONOCIDO, C CERRADO. LAS
      * REPETICIONES DEL MISMO PROGRAMA SE LIGAN AL INCIDENTE ABIERTO
       FD  INCIDENTES-FILE.
       01  INCIDENTE-RECORD.
           05  IC-FOLIO             PIC 9(6).
           05  IC-PROGRAMA          PIC X(20).
           05  IC-ETAPA             PIC X(14).
           05  IC-ORIGEN            PIC X.
           05  IC-FECHA             PIC 9(8).
           05  IC-HORA              PIC 9(8).
           05  IC-ESTATUS           PIC X.
           05  IC-REPETICIONES      PIC 9(4).
           05  IC-ULT-FECHA         PIC 9(8).
           05  IC-ULT-HORA          PIC 9(8).
           05  IC-REC-FECHA         PIC 9(8).
           05  IC-REC-HORA          PIC 9(8).
           05  IC-REC-OPERADOR      PIC X(8).
           05  IC-CAUSA             PIC X(40).
           05  IC-SOLUCION          PIC X(40).
           05  IC-CIE-FECHA         PIC 9(8).
           05  IC-CIE-HORA          PIC 9(8).
           05  IC-CIE-OPERADOR      PIC X(8).
