      *            shows a product's price history. CAT-PRECIO stays
      *            as the base price used when no dated row is in
      *            force.
      *            Each product carries a sales-tax class (blank =
      *            exempt); X changes a product's class and T keeps
      *            the rate per class in IMPUESTO.CTL (a company row
      *            overrides the general row with blank company). A
      *            class can only be given to a product once it has a
      *            rate.
      *            V names the preferred supplier of a product from
      *            the supplier master (PROVEEDOR.DAT); ORDENES-COMPRA
      *            raises the reorder suggestions against it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YOUR-PROGRAM-NAME.
           COPY AUDITSEL.
           COPY ERRSEL.
           COPY PRXSEL.
           COPY IMPSEL.
           COPY PROVSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGO-FILE.
       COPY AUDITFD.
       COPY ERRFD.
       COPY PRXFD.
       COPY IMPFD.
       COPY PROVFD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
           88  WS-LISTADO          VALUE "L" "l".
           88  WS-PROGRAMA-PRECIO  VALUE "P" "p".
           88  WS-HISTORIAL        VALUE "H" "h".
           88  WS-CLASE-PRODUCTO   VALUE "X" "x".
           88  WS-TASAS            VALUE "T" "t".
           88  WS-PROVEEDOR-PRODUCTO VALUE "V" "v".
           88  WS-SALIR            VALUE "S" "s".
       01  WS-SALIR-SWITCH         PIC X VALUE "N".
           88  WS-FIN              VALUE "Y".
       01  WS-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       COPY PRXWS.
       COPY IMPWS.
       COPY PROVWS.
       01  WS-PROVEEDOR            PIC X(6).
       01  WS-CLASE-IMP            PIC X(2).
       01  WS-TASA-TXT             PIC X(6).
       01  WS-TASA-NUM REDEFINES WS-TASA-TXT PIC 9(2)V9(4).
       01  WS-TASA-DESC            PIC X(20).
       01  WS-IMP-CAMBIOS-SWITCH   PIC X VALUE "N".
           88  WS-IMP-CAMBIOS      VALUE "Y".
       01  WS-CLASE-VALIDA-SWITCH  PIC X VALUE "N".
           88  WS-CLASE-VALIDA     VALUE "Y".
       01  WS-TASA-EDIT            PIC Z9.9999.
       01  WS-DESDE-TXT            PIC X(8).
       01  WS-DESDE-NUM            PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(8).
               10  WS-T-DESC       PIC X(30).
               10  WS-T-PRECIO     PIC 9(5)V99.
               10  WS-T-ESTATUS    PIC X.
               10  WS-T-CLASE      PIC X(2).
               10  WS-T-PROVEEDOR  PIC X(6).

       01  WS-DETALLE-LINE.
           05  WS-D-CODIGO         PIC 9(4).
           05  WS-D-PRECIO         PIC ZZ,ZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-ESTATUS        PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-CLASE          PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  WS-D-PROVEEDOR      PIC X(6).

       PROCEDURE DIVISION.
           MAIN.
               END-IF
               PERFORM CARGA-CATALOGO
               PERFORM CARGA-PRECIOS
               PERFORM CARGA-IMPUESTOS
               PERFORM CARGA-PROVEEDORES
               PERFORM UNTIL WS-FIN
                   DISPLAY "A-ALTA  C-CAMBIO  B-BAJA  I-CONSULTA  "
                       "L-LISTADO  P-PRECIO FECHADO  "
                       "H-HISTORIAL  X-CLASE IMPUESTO  "
                       "T-TASAS IMPUESTO  V-PROVEEDOR  S-SALIR"
                   ACCEPT WS-OPCION
                   EVALUATE TRUE
                       WHEN WS-ALTA
                           PERFORM PROGRAMA-PRECIO
                       WHEN WS-HISTORIAL
                           PERFORM HISTORIAL-PRECIOS
                       WHEN WS-CLASE-PRODUCTO
                           PERFORM CLASE-PRODUCTO
                       WHEN WS-TASAS
                           PERFORM MANTIENE-TASA
                       WHEN WS-PROVEEDOR-PRODUCTO
                           PERFORM PROVEEDOR-PRODUCTO
                       WHEN WS-SALIR
                           SET WS-FIN TO TRUE
                       WHEN OTHER
                   END-EVALUATE
               END-PERFORM
               PERFORM GRABA-CATALOGO
               IF WS-IMP-CAMBIOS
                   PERFORM GRABA-IMPUESTOS
               END-IF
               IF WS-CONT-ERRORES > 0
                   MOVE "ERROR" TO WS-AUDIT-ESTATUS-FIN
                   MOVE 4 TO RETURN-CODE
                                       WS-T-PRECIO(WS-CAT-COUNT)
                                   MOVE CAT-ESTATUS TO
                                       WS-T-ESTATUS(WS-CAT-COUNT)
                                   MOVE CAT-CLASE-IMP TO
                                       WS-T-CLASE(WS-CAT-COUNT)
                                   MOVE CAT-PROVEEDOR TO
                                       WS-T-PROVEEDOR(WS-CAT-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE WS-T-DESC(WS-IDX) TO CAT-DESCRIPCION
                   MOVE WS-T-PRECIO(WS-IDX) TO CAT-PRECIO
                   MOVE WS-T-ESTATUS(WS-IDX) TO CAT-ESTATUS
                   MOVE WS-T-CLASE(WS-IDX) TO CAT-CLASE-IMP
                   MOVE WS-T-PROVEEDOR(WS-IDX) TO CAT-PROVEEDOR
                   WRITE PRODUCTO-RECORD
               END-PERFORM
               CLOSE CATALOGO-FILE.
                   ELSE
                       PERFORM GET-DESCRIPCION
                       PERFORM GET-PRECIO
                       PERFORM GET-CLASE-IMP
                       ADD 1 TO WS-CAT-COUNT
                       MOVE WS-CODIGO TO
                           WS-T-CODIGO(WS-CAT-COUNT)
                       MOVE WS-PRECIO TO
                           WS-T-PRECIO(WS-CAT-COUNT)
                       MOVE "A" TO WS-T-ESTATUS(WS-CAT-COUNT)
                       MOVE WS-CLASE-IMP TO WS-T-CLASE(WS-CAT-COUNT)
                       MOVE SPACES TO WS-T-PROVEEDOR(WS-CAT-COUNT)
                       DISPLAY "PRODUCTO AGREGADO: " WS-CODIGO
                   END-IF
               END-IF.
                   DISPLAY "PRODUCTO NO EXISTE: " WS-CODIGO
               END-IF.

      * LA CLASE DE IMPUESTO DEL PRODUCTO DECIDE LA TASA EN EL
      * PEDIDO; EN BLANCO EL PRODUCTO ES EXENTO
           CLASE-PRODUCTO.
               PERFORM GET-CODIGO
               PERFORM BUSCA-PRODUCTO
               IF NOT WS-FOUND
                   DISPLAY "PRODUCTO NO EXISTE: " WS-CODIGO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CLASE ACTUAL: " WS-T-CLASE(WS-IDX)
               PERFORM GET-CLASE-IMP
               MOVE WS-CLASE-IMP TO WS-T-CLASE(WS-IDX)
               DISPLAY "CLASE DE IMPUESTO DE " WS-CODIGO ": "
                   WS-CLASE-IMP.

           GET-CLASE-IMP.
               MOVE "N" TO WS-CLASE-VALIDA-SWITCH
               PERFORM WITH TEST AFTER UNTIL WS-CLASE-VALIDA
                   DISPLAY "CLASE DE IMPUESTO (2, BLANCO = EXENTO)"
                   MOVE SPACES TO WS-CLASE-IMP
                   ACCEPT WS-CLASE-IMP
                   PERFORM VALIDA-CLASE-IMP
                   IF NOT WS-CLASE-VALIDA
                       DISPLAY "CLASE SIN TASA EN IMPUESTO.CTL; DALE "
                           "SU TASA CON LA OPCION T"
                   END-IF
               END-PERFORM.

           VALIDA-CLASE-IMP.
               MOVE "N" TO WS-CLASE-VALIDA-SWITCH
               IF WS-CLASE-IMP = SPACES
                   SET WS-CLASE-VALIDA TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-IMP-I FROM 1 BY 1
                       UNTIL WS-IMP-I > WS-IMP-COUNT
                   IF WS-IMP-CLASE(WS-IMP-I) = WS-CLASE-IMP
                       SET WS-CLASE-VALIDA TO TRUE
                   END-IF
               END-PERFORM.

      * PROVEEDOR PREFERIDO DEL PRODUCTO: DEBE EXISTIR ACTIVO EN EL
      * MAESTRO; EN BLANCO EL PRODUCTO QUEDA SIN PROVEEDOR Y SUS
      * REORDENES SALEN APARTE EN LA SUGERENCIA DE COMPRA
           PROVEEDOR-PRODUCTO.
               PERFORM GET-CODIGO
               PERFORM BUSCA-PRODUCTO
               IF NOT WS-FOUND
                   DISPLAY "PRODUCTO NO EXISTE: " WS-CODIGO
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PROVEEDOR ACTUAL: " WS-T-PROVEEDOR(WS-IDX)
               DISPLAY "PROVEEDOR PREFERIDO (BLANCO = NINGUNO)"
               MOVE SPACES TO WS-PROVEEDOR
               ACCEPT WS-PROVEEDOR
               IF WS-PROVEEDOR NOT = SPACES
                   MOVE WS-PROVEEDOR TO WS-PV-BUSCADO
                   PERFORM BUSCA-PROVEEDOR
                   IF WS-PV-INDICE = 0
                       DISPLAY "PROVEEDOR NO EXISTE: " WS-PROVEEDOR
                       MOVE "CAT-PROVEEDOR" TO WS-ERR-CAMPO-NOMBRE
                       MOVE WS-PROVEEDOR TO WS-ERR-CAMPO-VALOR
                       PERFORM REGISTRA-RECHAZO
                       ADD 1 TO WS-CONT-ERRORES
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PV-ACTIVO(WS-PV-INDICE) = "I"
                       DISPLAY "PROVEEDOR INACTIVO: " WS-PROVEEDOR
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-PROVEEDOR TO WS-T-PROVEEDOR(WS-IDX)
               DISPLAY "PROVEEDOR DE " WS-CODIGO ": " WS-PROVEEDOR.

      * TASAS DE IMPUESTO: LISTA LO VIGENTE Y DA DE ALTA O CAMBIA EL
      * RENGLON DE UNA CLASE PARA UNA COMPANIA (EN BLANCO = GENERAL)
           MANTIENE-TASA.
               PERFORM VARYING WS-IMP-I FROM 1 BY 1
                       UNTIL WS-IMP-I > WS-IMP-COUNT
                   MOVE WS-IMP-TASA(WS-IMP-I) TO WS-TASA-EDIT
                   DISPLAY "  CLASE " WS-IMP-CLASE(WS-IMP-I)
                       " CIA " WS-IMP-CIA(WS-IMP-I) " "
                       WS-TASA-EDIT "% " WS-IMP-DESC(WS-IMP-I)
               END-PERFORM
               DISPLAY "CLASE A DAR DE ALTA O CAMBIAR (BLANCO = "
                   "REGRESA)"
               MOVE SPACES TO WS-IMP-CLASE-BUSCADA
               ACCEPT WS-IMP-CLASE-BUSCADA
               IF WS-IMP-CLASE-BUSCADA = SPACES
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "COMPANIA (BLANCO = TODAS)"
               MOVE SPACES TO WS-IMP-CIA-BUSCADA
               ACCEPT WS-IMP-CIA-BUSCADA
               PERFORM WITH TEST AFTER
                       UNTIL WS-TASA-TXT IS NUMERIC
                   DISPLAY "TASA EN PORCIENTO (6 DIGITOS, 4 "
                       "DECIMALES IMPLICITOS: 160000 = 16%)"
                   ACCEPT WS-TASA-TXT
                   IF WS-TASA-TXT IS NOT NUMERIC
                       DISPLAY "TASA DEBE SER NUMERICA"
                   END-IF
               END-PERFORM
               DISPLAY "DESCRIPCION DE LA CLASE"
               MOVE SPACES TO WS-TASA-DESC
               ACCEPT WS-TASA-DESC
               PERFORM LOCALIZA-TASA-IMPUESTO
               IF WS-IMP-INDICE = 0
                   IF WS-IMP-COUNT >= 100
                       DISPLAY "TABLA DE TASAS LLENA (100)"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-IMP-COUNT
                   MOVE WS-IMP-COUNT TO WS-IMP-INDICE
                   MOVE WS-IMP-CLASE-BUSCADA TO
                       WS-IMP-CLASE(WS-IMP-INDICE)
                   MOVE WS-IMP-CIA-BUSCADA TO
                       WS-IMP-CIA(WS-IMP-INDICE)
               END-IF
               MOVE WS-TASA-NUM TO WS-IMP-TASA(WS-IMP-INDICE)
               IF WS-TASA-DESC NOT = SPACES
                   MOVE WS-TASA-DESC TO WS-IMP-DESC(WS-IMP-INDICE)
               END-IF
               SET WS-IMP-CAMBIOS TO TRUE
               MOVE WS-TASA-NUM TO WS-TASA-EDIT
               DISPLAY "TASA " WS-TASA-EDIT "% REGISTRADA PARA LA "
                   "CLASE " WS-IMP-CLASE-BUSCADA.

           CONSULTA-PRODUCTO.
               PERFORM GET-CODIGO
               PERFORM BUSCA-PRODUCTO
                   MOVE WS-T-DESC(WS-IDX) TO WS-D-DESC
                   MOVE WS-T-PRECIO(WS-IDX) TO WS-D-PRECIO
                   MOVE WS-T-ESTATUS(WS-IDX) TO WS-D-ESTATUS
                   MOVE WS-T-CLASE(WS-IDX) TO WS-D-CLASE
                   MOVE WS-T-PROVEEDOR(WS-IDX) TO WS-D-PROVEEDOR
                   DISPLAY WS-DETALLE-LINE
               ELSE
                   DISPLAY "PRODUCTO NO EXISTE: " WS-CODIGO
                   MOVE WS-T-DESC(WS-IDX) TO WS-D-DESC
                   MOVE WS-T-PRECIO(WS-IDX) TO WS-D-PRECIO
                   MOVE WS-T-ESTATUS(WS-IDX) TO WS-D-ESTATUS
                   MOVE WS-T-CLASE(WS-IDX) TO WS-D-CLASE
                   MOVE WS-T-PROVEEDOR(WS-IDX) TO WS-D-PROVEEDOR
                   MOVE WS-DETALLE-LINE TO LISTADO-LINE
                   WRITE LISTADO-LINE
                   ADD 1 TO WS-CONT-LISTADOS
       COPY RPTHDRPROC.
       COPY GENTSPROC.
       COPY PRXPROC.
       COPY IMPPROC.
       COPY PROVPROC.
       END PROGRAM YOUR-PROGRAM-NAME.
