      * ARCHIVO DELIMITADO POR PUNTO Y COMA QUE ACOMPANA AL REPORTE
      * IMPRESO: MISMA FECHA Y HORA QUE EL REPORTE (CAPTURA-GEN-
      * TIMESTAMP YA HECHO), PREFIJO PROPIO PARA QUE LA RETENCION
      * DEL REPORTE NO LO CUENTE COMO GENERACION, UN RENGLON DE
      * TITULOS DE COLUMNA, SIN SALTOS DE PAGINA Y CON IMPORTES SIN
      * EDITAR (SIGNO Y PUNTO DECIMAL, SIN COMAS NI CEROS A LA
      * IZQUIERDA). SE REGISTRA EN REPCAT.DAT BAJO WS-DLM-TIPO PARA
      * QUE DISTRIBUYE-REPORTES LO PUEDA ENTREGAR
       ABRE-DELIMITADO.
           MOVE SPACES TO WS-DLM-FILENAME
           STRING WS-DLM-TIPO DELIMITED BY SPACE
               "." WS-GEN-FECHA WS-GEN-HORA ".CSV"
               DELIMITED BY SIZE INTO WS-DLM-FILENAME
           MOVE 0 TO WS-DLM-REGS
           OPEN OUTPUT DELIMITADO-FILE
           PERFORM INICIA-RENGLON-DLM.

       INICIA-RENGLON-DLM.
           MOVE SPACES TO WS-DLM-RENGLON
           MOVE 1 TO WS-DLM-PUNTERO.

      * UN CAMPO MAS DEL RENGLON; EL SEPARADOR DENTRO DEL TEXTO SE
      * CAMBIA POR SU SUSTITUTO PARA NO CORRER LAS COLUMNAS
       AGREGA-TEXTO-DLM.
           IF WS-DLM-PUNTERO > 1
               STRING WS-DLM-SEPARADOR DELIMITED BY SIZE
                   INTO WS-DLM-RENGLON
                   WITH POINTER WS-DLM-PUNTERO
           END-IF
           INSPECT WS-DLM-CAMPO REPLACING ALL WS-DLM-SEPARADOR
               BY WS-DLM-SUSTITUTO
           IF WS-DLM-CAMPO NOT = SPACES
               STRING FUNCTION TRIM(WS-DLM-CAMPO) DELIMITED BY SIZE
                   INTO WS-DLM-RENGLON
                   WITH POINTER WS-DLM-PUNTERO
           END-IF
           MOVE SPACES TO WS-DLM-CAMPO.

       AGREGA-IMPORTE-DLM.
           MOVE WS-DLM-IMPORTE TO WS-DLM-IMPORTE-ED
           MOVE WS-DLM-IMPORTE-ED TO WS-DLM-CAMPO
           PERFORM AGREGA-TEXTO-DLM.

       AGREGA-ENTERO-DLM.
           MOVE WS-DLM-ENTERO TO WS-DLM-ENTERO-ED
           MOVE WS-DLM-ENTERO-ED TO WS-DLM-CAMPO
           PERFORM AGREGA-TEXTO-DLM.

      * EL RENGLON DE TITULOS NO CUENTA COMO REGISTRO
       ESCRIBE-TITULOS-DLM.
           MOVE WS-DLM-RENGLON TO DELIMITADO-LINE
           WRITE DELIMITADO-LINE
           PERFORM INICIA-RENGLON-DLM.

       ESCRIBE-RENGLON-DLM.
           MOVE WS-DLM-RENGLON TO DELIMITADO-LINE
           WRITE DELIMITADO-LINE
           ADD 1 TO WS-DLM-REGS
           PERFORM INICIA-RENGLON-DLM.

       CIERRA-DELIMITADO.
           CLOSE DELIMITADO-FILE
           MOVE WS-DLM-TIPO TO WS-RC-TIPO
           MOVE WS-DLM-FILENAME TO WS-RC-ARCHIVO
           MOVE WS-DLM-REGS TO WS-RC-REGS
           PERFORM REGISTRA-GENERACION
           DISPLAY "ARCHIVO DELIMITADO EN " WS-DLM-FILENAME.
