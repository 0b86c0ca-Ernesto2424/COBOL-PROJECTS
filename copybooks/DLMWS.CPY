      * ARCHIVO DELIMITADO PARA HOJA DE CALCULO (VER DLMPROC)
       01  WS-DLM-STATUS            PIC XX.
       01  WS-DLM-FILENAME          PIC X(40).
      * PREFIJO DEL ARCHIVO Y TIPO EN EL CATALOGO DE REPORTES
       01  WS-DLM-TIPO              PIC X(12).
       01  WS-DLM-REGS              PIC 9(6) VALUE 0.
       01  WS-DLM-RENGLON           PIC X(400).
       01  WS-DLM-PUNTERO           PIC 9(3) VALUE 1.
      * SEPARADOR DE CAMPOS Y SU SUSTITUTO DENTRO DEL TEXTO
       01  WS-DLM-SEPARADOR         PIC X VALUE ";".
       01  WS-DLM-SUSTITUTO         PIC X VALUE ",".
      * ENTRADAS DE AGREGA-TEXTO-DLM, AGREGA-IMPORTE-DLM Y
      * AGREGA-ENTERO-DLM
       01  WS-DLM-CAMPO             PIC X(60).
       01  WS-DLM-IMPORTE           PIC S9(13)V99.
       01  WS-DLM-ENTERO            PIC S9(11).
       01  WS-DLM-IMPORTE-ED        PIC -(13)9.99.
       01  WS-DLM-ENTERO-ED         PIC -(11)9.
