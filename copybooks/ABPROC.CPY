      * SIN DIRABREV.PRM SE ESCRIBE CON LAS ABREVIATURAS DEL TALLER;
      * EL ARCHIVO SE MANTIENE A MANO, UNA PALABRA POR RENGLON
       CARGA-ABREVIATURAS.
           MOVE 0 TO WS-AB-COUNT
           MOVE "N" TO WS-AB-EOF-SWITCH
           SET WS-AB-CARGADA TO TRUE
           OPEN INPUT ABREV-FILE
           IF WS-AB-STATUS NOT = "00"
               DISPLAY "DIRABREV.PRM NO EXISTE, SE CREA CON VALORES "
                   "DEL TALLER"
               OPEN OUTPUT ABREV-FILE
               MOVE "AVENIDA" TO AB-PALABRA
               MOVE "AV" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "AVE" TO AB-PALABRA
               MOVE "AV" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "AVDA" TO AB-PALABRA
               MOVE "AV" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "C" TO AB-PALABRA
               MOVE "CALLE" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "CLL" TO AB-PALABRA
               MOVE "CALLE" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "BOULEVARD" TO AB-PALABRA
               MOVE "BLVD" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "BULEVAR" TO AB-PALABRA
               MOVE "BLVD" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "BLV" TO AB-PALABRA
               MOVE "BLVD" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "CALZADA" TO AB-PALABRA
               MOVE "CALZ" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "PRIVADA" TO AB-PALABRA
               MOVE "PRIV" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "CERRADA" TO AB-PALABRA
               MOVE "CDA" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "ANDADOR" TO AB-PALABRA
               MOVE "AND" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "CARRETERA" TO AB-PALABRA
               MOVE "CARR" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "COLONIA" TO AB-PALABRA
               MOVE "COL" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "INTERIOR" TO AB-PALABRA
               MOVE "INT" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "DEPARTAMENTO" TO AB-PALABRA
               MOVE "DEPTO" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "DEP" TO AB-PALABRA
               MOVE "DEPTO" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "NORTE" TO AB-PALABRA
               MOVE "NTE" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "PONIENTE" TO AB-PALABRA
               MOVE "PTE" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "ORIENTE" TO AB-PALABRA
               MOVE "OTE" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "SIN" TO AB-PALABRA
               MOVE "S/N" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "SN" TO AB-PALABRA
               MOVE "S/N" TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "NUMERO" TO AB-PALABRA
               MOVE SPACES TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "NUM" TO AB-PALABRA
               MOVE SPACES TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "NO" TO AB-PALABRA
               MOVE SPACES TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               MOVE "EXT" TO AB-PALABRA
               MOVE SPACES TO AB-CANONICA
               PERFORM ESCRIBE-ABREVIATURA
               CLOSE ABREV-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AB-EOF
               READ ABREV-FILE
                   AT END
                       SET WS-AB-EOF TO TRUE
                   NOT AT END
                       IF AB-PALABRA NOT = SPACES
                               AND WS-AB-COUNT < 200
                           PERFORM ANOTA-ABREVIATURA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABREV-FILE.

       ESCRIBE-ABREVIATURA.
           WRITE ABREV-RECORD
           PERFORM ANOTA-ABREVIATURA.

      * LA PALABRA SE GUARDA YA EN MAYUSCULAS Y SIN PUNTUACION PARA
      * COMPARAR CONTRA LAS PALABRAS YA LIMPIAS DE LA DIRECCION
       ANOTA-ABREVIATURA.
           ADD 1 TO WS-AB-COUNT
           INSPECT AB-PALABRA CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,#" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ   "
           INSPECT AB-CANONICA CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE AB-PALABRA TO WS-AB-PALABRA(WS-AB-COUNT)
           MOVE AB-CANONICA TO WS-AB-CANONICA(WS-AB-COUNT).

      * FORMA CANONICA DE WS-AB-ENTRADA EN WS-AB-SALIDA: MAYUSCULAS,
      * PUNTOS, COMAS Y # FUERA, UN SOLO ESPACIO ENTRE PALABRAS Y
      * CADA PALABRA DE LA TABLA CAMBIADA POR SU CANONICA (O QUITADA).
      * ASI "AV. JUAREZ 12" Y "AVENIDA JUAREZ #12" DAN "AV JUAREZ 12".
      * LA TABLA SE CARGA SOLA LA PRIMERA VEZ
       ESTANDARIZA-DIRECCION.
           IF NOT WS-AB-CARGADA
               PERFORM CARGA-ABREVIATURAS
           END-IF
           MOVE WS-AB-ENTRADA TO WS-AB-TRABAJO
           INSPECT WS-AB-TRABAJO CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,#" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ   "
           MOVE SPACES TO WS-AB-SALIDA
           MOVE 1 TO WS-AB-SAL-PTR
           MOVE 1 TO WS-AB-PTR
           PERFORM UNTIL WS-AB-PTR > 30
               MOVE SPACES TO WS-AB-PALABRA-ACT
               UNSTRING WS-AB-TRABAJO DELIMITED BY ALL SPACE
                   INTO WS-AB-PALABRA-ACT
                   WITH POINTER WS-AB-PTR
               END-UNSTRING
               IF WS-AB-PALABRA-ACT NOT = SPACES
                   PERFORM CANONIZA-PALABRA
               END-IF
           END-PERFORM
           IF WS-AB-SALIDA = SPACES
               MOVE WS-AB-TRABAJO TO WS-AB-SALIDA
           END-IF.

       CANONIZA-PALABRA.
           MOVE 0 TO WS-AB-INDICE
           PERFORM VARYING WS-AB-I FROM 1 BY 1
                   UNTIL WS-AB-I > WS-AB-COUNT OR WS-AB-INDICE > 0
               IF WS-AB-PALABRA(WS-AB-I) = WS-AB-PALABRA-ACT
                   MOVE WS-AB-I TO WS-AB-INDICE
               END-IF
           END-PERFORM
           IF WS-AB-INDICE > 0
               IF WS-AB-CANONICA(WS-AB-INDICE) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AB-CANONICA(WS-AB-INDICE) TO WS-AB-PALABRA-ACT
           END-IF
           IF WS-AB-SAL-PTR > 1 AND WS-AB-SAL-PTR <= 30
               STRING " " DELIMITED BY SIZE
                   INTO WS-AB-SALIDA WITH POINTER WS-AB-SAL-PTR
               END-STRING
           END-IF
           IF WS-AB-SAL-PTR <= 30
               STRING WS-AB-PALABRA-ACT DELIMITED BY SPACE
                   INTO WS-AB-SALIDA WITH POINTER WS-AB-SAL-PTR
               END-STRING
           END-IF.
