                   ASSIGN TO "catalogo-rechazos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL CATALOGO-RECHAZOS-HIST-FILE
                   ASSIGN TO "catalogo-rechazos-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL COSTE-AUDIT-FILE
                   ASSIGN TO "coste-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
                       05 CAT-CATEGORIA PIC X(2).
                       05 CAT-COSTE PIC 9(3)V99.
                       05 CAT-PROVEEDOR PIC X(5).
      *>   UNIDAD DE COMPRA Y UNIDADES POR BULTO; EN BLANCO SI EL
      *>   PROVEEDOR NO LAS INFORMA
                       05 CAT-UNIDAD-COMPRA PIC X(3).
                       05 CAT-UNIDADES-PACK PIC 9(3).
                       05 CAT-UNIDADES-PACK-X
                           REDEFINES CAT-UNIDADES-PACK PIC X(3).

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD RECHAZOS-FILE.
                   01 RECHAZO-REG.
                       05 RECHAZO-LINEA PIC X(46).
                       05 FILLER PIC X VALUE SPACE.
                       05 RECHAZO-MOTIVO PIC X(40).

               FD CATALOGO-RECHAZOS-HIST-FILE.
                   COPY copycrh.

               FD COSTE-AUDIT-FILE.
                   COPY copycaud.


               01 WS-COSTE-ANTERIOR PIC 9(3)V99.

               01 WS-CAT-CON-BULTO PIC X VALUE 'N'.
                   88 CATALOGO-CON-BULTO VALUE 'S'.
               01 WS-UNIDAD-COMPRA PIC X(3).
               01 WS-UNIDADES-PACK PIC 9(3).

               01 WS-CONTADORES.
                   05 WS-LEIDOS      PIC 9(6) VALUE ZERO.
                   05 WS-ALTAS       PIC 9(6) VALUE ZERO.
               END-IF.

               OPEN OUTPUT RECHAZOS-FILE.
               OPEN EXTEND CATALOGO-RECHAZOS-HIST-FILE.
               OPEN OUTPUT CARGA-REPORT-FILE.

               MOVE "INFORME DE CARGA DE CATALOGO" TO REPORT-LINE.
                   CLOSE PROVEEDORES-FILE
               END-IF.
               CLOSE RECHAZOS-FILE.
               CLOSE CATALOGO-RECHAZOS-HIST-FILE.
               CLOSE CARGA-REPORT-FILE.

               PERFORM REGISTRAR-JOB-LOG.
                   END-READ
               END-IF.

               IF LINEA-VALIDA AND CAT-UNIDADES-PACK-X NOT = SPACES
                   AND CAT-UNIDADES-PACK IS NOT NUMERIC
                   MOVE "Unidades por bulto no numericas"
                       TO RECHAZO-MOTIVO
                   MOVE 'N' TO WS-LINEA-VALIDA
               END-IF.

               IF LINEA-VALIDA
                   PERFORM PREPARAR-BULTO-CATALOGO
               END-IF.

           PREPARAR-BULTO-CATALOGO.
      *>   SIN UNIDADES POR BULTO LA LINEA NO INFORMA LA UNIDAD DE
      *>   COMPRA: EL ALTA COMPRA POR UNIDAD Y LA ACTUALIZACION RESPETA
      *>   LA QUE YA TENGA EL ARTICULO
               MOVE 'N' TO WS-CAT-CON-BULTO.
               MOVE "UD " TO WS-UNIDAD-COMPRA.
               MOVE 1 TO WS-UNIDADES-PACK.
               IF CAT-UNIDADES-PACK-X NOT = SPACES
                   SET CATALOGO-CON-BULTO TO TRUE
                   IF CAT-UNIDADES-PACK > 1
                       MOVE CAT-UNIDADES-PACK TO WS-UNIDADES-PACK
                       MOVE CAT-UNIDAD-COMPRA TO WS-UNIDAD-COMPRA
                       IF CAT-UNIDAD-COMPRA = SPACES
                           MOVE "BUL" TO WS-UNIDAD-COMPRA
                       END-IF
                   END-IF
               END-IF.

           PROCESAR-LINEA-CATALOGO.
               PERFORM VALIDAR-LINEA-CATALOGO.
               IF NOT LINEA-VALIDA
               ADD 1 TO WS-RECHAZADOS.
               MOVE CATALOGO-REG TO RECHAZO-LINEA.
               WRITE RECHAZO-REG.
               MOVE FUNCTION CURRENT-DATE (1:8) TO CRH-FECHA.
               MOVE CAT-PROVEEDOR TO CRH-PROVEEDOR.
               MOVE CATALOGO-REG TO CRH-LINEA.
               MOVE RECHAZO-MOTIVO TO CRH-MOTIVO.
               WRITE CATALOGO-RECHAZO-HIST-REG.

           ALTA-ARTICULO-CATALOGO.
               MOVE CAT-ITEM-ID TO ITEM-ID-KEY.
      *>   ARTICULOS; A CERO, EL CONTROL DE PRECIOS NO ACTUA
               MOVE ZERO TO ITEM-PRECIO-REF.
               MOVE CAT-PROVEEDOR TO ITEM-PROVEEDOR.
               MOVE "N" TO ITEM-NUMERO-SERIE.
               MOVE ZERO TO ITEM-GARANTIA-MESES.
               MOVE WS-UNIDAD-COMPRA TO ITEM-UNIDAD-COMPRA.
               MOVE WS-UNIDADES-PACK TO ITEM-UNIDADES-PACK.
               MOVE SPACE TO ITEM-CLASE-ABC.
               WRITE ITEM-MASTER-REG
                   INVALID KEY
                       MOVE "Error de escritura en el maestro"
           ACTUALIZAR-ARTICULO-CATALOGO.
      *>   SOLO REESCRIBE SI ALGO CAMBIO; EL STOCK Y EL PUNTO DE
      *>   PEDIDO LOCALES SE CONSERVAN
               IF NOT CATALOGO-CON-BULTO
                   MOVE ITEM-UNIDAD-COMPRA TO WS-UNIDAD-COMPRA
                   MOVE ITEM-UNIDADES-PACK TO WS-UNIDADES-PACK
               END-IF.
               IF ITEM-DESCRIPTION = CAT-DESCRIPCION
                   AND ITEM-CATEGORY = CAT-CATEGORIA
                   AND ITEM-COSTE = CAT-COSTE
                   AND ITEM-PROVEEDOR = CAT-PROVEEDOR
                   AND ITEM-UNIDAD-COMPRA = WS-UNIDAD-COMPRA
                   AND ITEM-UNIDADES-PACK = WS-UNIDADES-PACK
                   ADD 1 TO WS-SIN-CAMBIO
               ELSE
                   MOVE ITEM-COSTE TO WS-COSTE-ANTERIOR
                   MOVE CAT-CATEGORIA TO ITEM-CATEGORY
                   MOVE CAT-COSTE TO ITEM-COSTE
                   MOVE CAT-PROVEEDOR TO ITEM-PROVEEDOR
                   MOVE WS-UNIDAD-COMPRA TO ITEM-UNIDAD-COMPRA
                   MOVE WS-UNIDADES-PACK TO ITEM-UNIDADES-PACK
                   REWRITE ITEM-MASTER-REG
                       INVALID KEY
                           MOVE "Error de reescritura en el maestro"
