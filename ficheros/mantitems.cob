               01 WS-DESCRIPCION-NUEVA PIC X(20).
               01 WS-CATEGORIA-NUEVA   PIC X(2).
               01 WS-STOCK-NUEVO       PIC S9(5).
               01 WS-STOCK-ANTERIOR    PIC S9(5).
               01 WS-REORDER-NUEVO     PIC 9(5).
               01 WS-PRECIO-REF-NUEVO  PIC 9(3)V99.
               01 WS-BARCODE-NUEVO     PIC X(13).
               01 WS-ESTADO-NUEVO      PIC X(1).
               01 WS-SERIE-NUEVO       PIC X(1).
               01 WS-GARANTIA-NUEVA    PIC 9(2).
               01 WS-UNIDAD-COMPRA-NUEVA PIC X(3).
               01 WS-UNIDADES-PACK-NUEVAS PIC 9(3).

               01 WS-EAN-RESULTADO PIC X.
                   88 EAN-VALIDO VALUE 'S'.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

               COPY copykpet.

       PROCEDURE DIVISION.
           PERFORM MAIN.

                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-SERIE-NUEVO NOT = "S" AND WS-SERIE-NUEVO NOT = "N"
                   DISPLAY "ERROR: numero de serie obligatorio S/N: "
                       WS-SERIE-NUEVO
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-UNIDADES-PACK-NUEVAS > 1
                   AND WS-UNIDAD-COMPRA-NUEVA = "UD "
                   DISPLAY "ERROR: un bulto de " WS-UNIDADES-PACK-NUEVAS
                       " unidades necesita su unidad de compra"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

           VERIFICAR-BARCODE-DUPLICADO.
      *>   RECORRE EL MAESTRO BUSCANDO EL MISMO EAN EN OTRO ARTICULO;
      *>   EL CURSOR DEL REGISTRO EN CURSO SE CONSERVA Y RESTAURA
               ACCEPT WS-BARCODE-NUEVO.
      *>   TODO ARTICULO NACE ACTIVO; EL ESTADO SE CAMBIA EN "C"
               MOVE "A" TO WS-ESTADO-NUEVO.
               PERFORM CAPTURAR-DATOS-SERIE.
               PERFORM CAPTURAR-DATOS-COMPRA.

               MOVE SPACES TO ITEM-ID-KEY.
               PERFORM VALIDAR-DATOS-ITEM.
                   MOVE SPACES TO ITEM-PROVEEDOR
                   MOVE WS-BARCODE-NUEVO TO ITEM-BARCODE
                   MOVE WS-ESTADO-NUEVO TO ITEM-ESTADO
                   MOVE WS-SERIE-NUEVO TO ITEM-NUMERO-SERIE
                   MOVE WS-GARANTIA-NUEVA TO ITEM-GARANTIA-MESES
                   MOVE WS-UNIDAD-COMPRA-NUEVA TO ITEM-UNIDAD-COMPRA
                   MOVE WS-UNIDADES-PACK-NUEVAS TO ITEM-UNIDADES-PACK
                   MOVE SPACE TO ITEM-CLASE-ABC

                   WRITE ITEM-MASTER-REG
                       INVALID KEY
                           DISPLAY "Articulo " ITEM-ID-KEY
                               " dado de alta"
                           ADD 1 TO WS-JOB-ESCRITOS
                           MOVE ZERO TO WS-STOCK-ANTERIOR
                           MOVE "AL" TO KPT-TIPO
                           PERFORM REGISTRAR-KARDEX-ITEM
                   END-WRITE
               END-IF.

           REGISTRAR-KARDEX-ITEM.
      *>   EL STOCK INICIAL DEL ALTA Y LA CORRECCION MANUAL DEL STOCK
      *>   EN LA MODIFICACION QUEDAN EN EL KARDEX DEL MAESTRO
               MOVE ZERO TO KPT-FECHA.
               MOVE ITEM-ID-KEY TO KPT-ITEM-ID.
               MOVE SPACES TO KPT-TIENDA.
               COMPUTE KPT-CANTIDAD =
                   ITEM-STOCK-QTY - WS-STOCK-ANTERIOR.
               MOVE ITEM-STOCK-QTY TO KPT-SALDO.
               MOVE "ITEMS-CONSULTA" TO KPT-PROGRAMA.
               MOVE "MANTENIMIENTO ARTICULO" TO KPT-REFERENCIA.
               CALL "registrarkardex" USING KARDEX-PETICION.

           CAPTURAR-DATOS-SERIE.
      *>   LOS ARTICULOS CON NUMERO DE SERIE LO EXIGEN EN LA VENTA Y
      *>   LA DEVOLUCION, Y LLEVAN SUS MESES DE GARANTIA
               DISPLAY "Exige numero de serie (S/N, vacio=N): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-SERIE-NUEVO.
               ACCEPT WS-SERIE-NUEVO.
               IF WS-SERIE-NUEVO = SPACES
                   MOVE "N" TO WS-SERIE-NUEVO
               END-IF.
               MOVE ZERO TO WS-GARANTIA-NUEVA.
               IF WS-SERIE-NUEVO = "S"
                   DISPLAY "Meses de garantia (0=garantia legal): "
                       WITH NO ADVANCING
                   ACCEPT WS-GARANTIA-NUEVA
               END-IF.

           CAPTURAR-DATOS-COMPRA.
      *>   EL PROVEEDOR SIRVE POR BULTOS (CAJA, PAQUETE...) DE VARIAS
      *>   UNIDADES DE VENTA; SIN BULTO SE COMPRA POR UNIDAD
               DISPLAY "Unidad de compra (CAJ, PAQ...; vacio=UD): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-UNIDAD-COMPRA-NUEVA.
               ACCEPT WS-UNIDAD-COMPRA-NUEVA.
               IF WS-UNIDAD-COMPRA-NUEVA = SPACES
                   MOVE "UD " TO WS-UNIDAD-COMPRA-NUEVA
               END-IF.
               MOVE 1 TO WS-UNIDADES-PACK-NUEVAS.
               IF WS-UNIDAD-COMPRA-NUEVA NOT = "UD "
                   DISPLAY "Unidades por " WS-UNIDAD-COMPRA-NUEVA ": "
                       WITH NO ADVANCING
                   ACCEPT WS-UNIDADES-PACK-NUEVAS
                   IF WS-UNIDADES-PACK-NUEVAS = ZERO
                       MOVE 1 TO WS-UNIDADES-PACK-NUEVAS
                   END-IF
               END-IF.

           CONSULTA-ITEM.
               DISPLAY "ID articulo: " WITH NO ADVANCING.
               ACCEPT ITEM-ID-KEY.
                       IF WS-ESTADO-NUEVO = SPACES
                           MOVE "A" TO WS-ESTADO-NUEVO
                       END-IF
                       PERFORM CAPTURAR-DATOS-SERIE
                       PERFORM CAPTURAR-DATOS-COMPRA
                       PERFORM VALIDAR-DATOS-ITEM
                       IF NOT DATOS-VALIDOS
                           ADD 1 TO WS-JOB-RECHAZADOS
                       ELSE
                           MOVE WS-DESCRIPCION-NUEVA TO ITEM-DESCRIPTION
                           MOVE WS-CATEGORIA-NUEVA TO ITEM-CATEGORY
                           MOVE ITEM-STOCK-QTY TO WS-STOCK-ANTERIOR
                           MOVE WS-STOCK-NUEVO TO ITEM-STOCK-QTY
                           MOVE WS-REORDER-NUEVO TO ITEM-REORDER-POINT
                           MOVE WS-PRECIO-REF-NUEVO TO ITEM-PRECIO-REF
                           MOVE WS-BARCODE-NUEVO TO ITEM-BARCODE
                           MOVE WS-ESTADO-NUEVO TO ITEM-ESTADO
                           MOVE WS-SERIE-NUEVO TO ITEM-NUMERO-SERIE
                           MOVE WS-GARANTIA-NUEVA
                               TO ITEM-GARANTIA-MESES
                           MOVE WS-UNIDAD-COMPRA-NUEVA
                               TO ITEM-UNIDAD-COMPRA
                           MOVE WS-UNIDADES-PACK-NUEVAS
                               TO ITEM-UNIDADES-PACK
                           REWRITE ITEM-MASTER-REG
                               INVALID KEY
                                   DISPLAY "ERROR AL ACTUALIZAR ("
                                   DISPLAY "Articulo " ITEM-ID-KEY
                                       " actualizado"
                                   ADD 1 TO WS-JOB-ESCRITOS
                                   MOVE "AJ" TO KPT-TIPO
                                   PERFORM REGISTRAR-KARDEX-ITEM
                           END-REWRITE
                       END-IF
               END-READ.
                   " PRECIO REF: " ITEM-PRECIO-REF
                   " PROVEEDOR: " ITEM-PROVEEDOR
                   " EAN: " ITEM-BARCODE
                   " ESTADO: " ITEM-ESTADO
                   " SERIE: " ITEM-NUMERO-SERIE
                   " GARANTIA: " ITEM-GARANTIA-MESES
                   " COMPRA: " ITEM-UNIDAD-COMPRA
                   " DE " ITEM-UNIDADES-PACK
                   " CLASE ABC: " ITEM-CLASE-ABC.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
