                   RECORD KEY IS CONTACTO-CLI-ID
                   STATUS ST-CONTACTOS.

                   SELECT OPTIONAL PRESUPUESTOS-CLIENTES-FILE
                   ASSIGN TO "presupuestos-clientes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PCL-NUMERO
                   STATUS ST-PRESUPUESTOS.

                   SELECT OPTIONAL SHOP-RECEIPTS-FILE
                   ASSIGN TO "shop-receipts-file.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD CONTACTOS-FILE.
                   COPY copycntc.

               FD PRESUPUESTOS-CLIENTES-FILE.
                   COPY copypcli.

               FD SHOP-RECEIPTS-FILE.
                   COPY copyshop.

               77 ST-CLIENTES PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-CONTACTOS PIC X(2).
               77 ST-PRESUPUESTOS PIC X(2).

               01 WS-CLIENTES-OK PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-CONTACTOS-OK PIC X VALUE 'N'.
                   88 CONTACTOS-DISPONIBLE VALUE 'S'.
               01 WS-PRESUPUESTOS-OK PIC X VALUE 'N'.
                   88 PRESUPUESTOS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-LLEGADA VALUE "L".
                   88 OPCION-ENTREGA VALUE "T".
                   88 OPCION-CANCELAR VALUE "C".
                   88 OPCION-PRESUPUESTO VALUE "P".
                   88 OPCION-SALIR VALUE "S".

               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
               01 WS-DEPOSITO-ENC PIC 9(5)V99.
               01 WS-PAGO-ENC PIC X(1).
               01 WS-NUMERO-ENC PIC 9(8).
               01 WS-NUMERO-PCL PIC 9(8).
               01 WS-PRIMER-ENCARGO PIC 9(8).
               01 WS-L PIC 9(2).
               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-PACTADO PIC 9(7)V99.
               01 WS-PACTADO-ED PIC Z.ZZZ.ZZ9,99.

               01 WS-HOY PIC 9(8).

                   CLOSE ENCARGOS-FILE
                   OPEN I-O ENCARGOS-FILE
               END-IF.
               IF ST-ENCARGOS NOT = "00" AND ST-ENCARGOS NOT = "05"
                   DISPLAY "ERROR: encargos.dat no abre ("
                       ST-ENCARGOS ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN I-O ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   SET CONTACTOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-PRESUPUESTOS-OK.
               OPEN I-O PRESUPUESTOS-CLIENTES-FILE.
               IF ST-PRESUPUESTOS = "00"
                   SET PRESUPUESTOS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "ENCARGOS DE CLIENTES"
                   DISPLAY "  L - Llegada de genero (avisos)"
                   DISPLAY "  T - Entrega al cliente"
                   DISPLAY "  C - Cancelacion con devolucion de senal"
                   DISPLAY "  P - Encargo desde presupuesto"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                           PERFORM ENTREGA-ENCARGO
                       WHEN OPCION-CANCELAR
                           PERFORM CANCELAR-ENCARGO
                       WHEN OPCION-PRESUPUESTO
                           PERFORM ENCARGO-DESDE-PRESUPUESTO
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
               IF CONTACTOS-DISPONIBLE
                   CLOSE CONTACTOS-FILE
               END-IF.
               IF PRESUPUESTOS-DISPONIBLE
                   CLOSE PRESUPUESTOS-CLIENTES-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

                   MOVE WS-HOY TO ENC-FECHA-ALTA
                   MOVE ZEROS TO ENC-FECHA-AVISO
                   MOVE "P" TO ENC-ESTADO
                   MOVE ZERO TO ENC-PRECIO
                   MOVE ZERO TO ENC-PRESUPUESTO
                   WRITE ENCARGO-REG
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL ENCARGO ("
               MOVE ENC-PAGO TO SALE-PAY-METHOD.
               MOVE ZEROS TO SALE-EMPLEADO-ID.
               MOVE "01" TO SALE-TILL-ID.
               MOVE ZEROS TO SALE-TICKET.
               WRITE SALES-RECEIPT-REG.
               CLOSE SHOP-RECEIPTS-FILE.
               ADD 1 TO WS-JOB-ESCRITOS.
                       MOVE SPACES TO ITEM-PROVEEDOR
                       MOVE SPACES TO ITEM-BARCODE
                       MOVE "D" TO ITEM-ESTADO
                       MOVE "N" TO ITEM-NUMERO-SERIE
                       MOVE ZERO TO ITEM-GARANTIA-MESES
                       MOVE "UD " TO ITEM-UNIDAD-COMPRA
                       MOVE 1 TO ITEM-UNIDADES-PACK
                       MOVE SPACE TO ITEM-CLASE-ABC
                       WRITE ITEM-MASTER-REG
                           INVALID KEY
                               DISPLAY "ERROR AL CREAR EL ARTICULO "
                           " ALTA: " ENC-FECHA-ALTA
                           " AVISO: " ENC-FECHA-AVISO
                           " ESTADO: " ENC-ESTADO
                       IF ENC-PRESUPUESTO NOT = ZERO
                           MOVE ENC-PRECIO TO WS-PRECIO-ED
                           DISPLAY "  PRESUPUESTO: " ENC-PRESUPUESTO
                               " PRECIO PACTADO: " WS-PRECIO-ED
                       END-IF
               END-READ.

           LLEGADA-GENERO.
                               " entregado; descuente la senal de "
                               WS-DEPOSITO-ED " EUR del importe "
                               "pendiente"
                           IF ENC-PRESUPUESTO NOT = ZERO
                               MOVE ENC-PRECIO TO WS-PRECIO-ED
                               COMPUTE WS-PACTADO =
                                   ENC-QTY * ENC-PRECIO
                               MOVE WS-PACTADO TO WS-PACTADO-ED
                               DISPLAY "Cobre al precio del "
                                   "presupuesto " ENC-PRESUPUESTO ": "
                                   ENC-QTY " x " WS-PRECIO-ED " = "
                                   WS-PACTADO-ED " EUR"
                           END-IF
                       END-IF
               END-READ.

                       END-IF
               END-READ.

           ENCARGO-DESDE-PRESUPUESTO.
      *>   EL PRESUPUESTO VIGENTE SE CONVIERTE DE UNA VEZ: UN ENCARGO
      *>   POR LINEA AL PRECIO PRESUPUESTADO; LA SENAL, SI LA HAY, SE
      *>   COBRA CON EL PRIMERO
               MOVE 'S' TO WS-DATOS-VALIDOS.
               IF NOT PRESUPUESTOS-DISPONIBLE
                   DISPLAY "ERROR: fichero de presupuestos no "
                       "disponible (" ST-PRESUPUESTOS ")"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               ELSE
                   DISPLAY "Numero de presupuesto: "
                       WITH NO ADVANCING
                   MOVE ZERO TO WS-NUMERO-PCL
                   ACCEPT WS-NUMERO-PCL
                   MOVE WS-NUMERO-PCL TO PCL-NUMERO
                   READ PRESUPUESTOS-CLIENTES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: presupuesto inexistente: "
                               WS-NUMERO-PCL
                           MOVE 'N' TO WS-DATOS-VALIDOS
                   END-READ
               END-IF.

               IF DATOS-VALIDOS
                   ADD 1 TO WS-JOB-LEIDOS
                   IF NOT PCL-EMITIDO
                       DISPLAY "ERROR: el presupuesto ya esta "
                           "convertido o anulado (" PCL-ESTADO ")"
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   ELSE
                       IF PCL-FECHA-VALIDEZ < WS-HOY
                           DISPLAY "ERROR: presupuesto caducado el "
                               PCL-FECHA-VALIDEZ
                           MOVE 'N' TO WS-DATOS-VALIDOS
                       END-IF
                   END-IF
               END-IF.

               IF DATOS-VALIDOS
                   PERFORM VARYING WS-L FROM 1 BY 1
                           UNTIL WS-L > PCL-N-LINEAS
                       MOVE PCL-ITEM-ID (WS-L) TO ITEM-ID-KEY
                       READ ITEM-MASTER-FILE
                           INVALID KEY
                               DISPLAY "ERROR: articulo desconocido: "
                                   PCL-ITEM-ID (WS-L)
                               MOVE 'N' TO WS-DATOS-VALIDOS
                           NOT INVALID KEY
                               IF ITEM-BLOQUEADO
                                   DISPLAY "ERROR: articulo "
                                       "bloqueado: " PCL-ITEM-ID (WS-L)
                                   MOVE 'N' TO WS-DATOS-VALIDOS
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

               IF DATOS-VALIDOS
                   MOVE PCL-TOTAL TO WS-PACTADO-ED
                   DISPLAY "Cliente " PCL-CLI-ID " " PCL-N-LINEAS
                       " linea(s) por " WS-PACTADO-ED " EUR"
                   DISPLAY "Senal (EUR): " WITH NO ADVANCING
                   MOVE ZERO TO WS-DEPOSITO-ENC
                   ACCEPT WS-DEPOSITO-ENC
                   DISPLAY "Forma de pago de la senal (E=efectivo "
                       "T=tarjeta C=a cuenta): " WITH NO ADVANCING
                   ACCEPT WS-PAGO-ENC
                   IF WS-PAGO-ENC NOT = "E" AND WS-PAGO-ENC NOT = "T"
                       AND WS-PAGO-ENC NOT = "C"
                       DISPLAY "Forma de pago no valida; se asume E"
                       MOVE "E" TO WS-PAGO-ENC
                   END-IF
               END-IF.

               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
               ELSE
                   MOVE ZERO TO WS-PRIMER-ENCARGO
                   PERFORM VARYING WS-L FROM 1 BY 1
                           UNTIL WS-L > PCL-N-LINEAS
                       PERFORM GRABAR-ENCARGO-PRESUPUESTO
                   END-PERFORM
                   IF WS-PRIMER-ENCARGO NOT = ZERO
                       SET PCL-A-ENCARGO TO TRUE
                       MOVE WS-HOY TO PCL-FECHA-CONVERSION
                       MOVE WS-PRIMER-ENCARGO TO PCL-DOC-CONVERSION
                       REWRITE PRESUPUESTO-CLIENTE-REG
                           INVALID KEY
                               DISPLAY "ERROR AL MARCAR EL "
                                   "PRESUPUESTO (" ST-PRESUPUESTOS ")"
                       END-REWRITE
                       DISPLAY "Presupuesto " PCL-NUMERO
                           " convertido en encargo(s) desde el "
                           WS-PRIMER-ENCARGO
                   END-IF
               END-IF.

           GRABAR-ENCARGO-PRESUPUESTO.
               CALL "siguientesecuencia" USING
                   WS-SECUENCIA-ENCARGO WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO ENC-NUMERO.
               MOVE PCL-CLI-ID TO ENC-CLI-ID.
               MOVE PCL-ITEM-ID (WS-L) TO ENC-ITEM-ID.
               MOVE PCL-TIENDA TO ENC-TIENDA.
               MOVE PCL-QTY (WS-L) TO ENC-QTY.
               IF WS-PRIMER-ENCARGO = ZERO
                   MOVE WS-DEPOSITO-ENC TO ENC-DEPOSITO
               ELSE
                   MOVE ZERO TO ENC-DEPOSITO
               END-IF.
               MOVE WS-PAGO-ENC TO ENC-PAGO.
               MOVE WS-HOY TO ENC-FECHA-ALTA.
               MOVE ZEROS TO ENC-FECHA-AVISO.
               MOVE "P" TO ENC-ESTADO.
               MOVE PCL-PRECIO (WS-L) TO ENC-PRECIO.
               MOVE PCL-NUMERO TO ENC-PRESUPUESTO.
               WRITE ENCARGO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL ENCARGO ("
                           ST-ENCARGOS ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       MOVE ENC-PRECIO TO WS-PRECIO-ED
                       DISPLAY "Encargo " ENC-NUMERO " "
                           ENC-ITEM-ID " " ENC-QTY " x "
                           WS-PRECIO-ED
                       IF WS-PRIMER-ENCARGO = ZERO
                           MOVE ENC-NUMERO TO WS-PRIMER-ENCARGO
                           IF ENC-DEPOSITO > ZERO
                               MOVE "S" TO WS-TIPO-LINEA
                               PERFORM GRABAR-LINEA-DEPOSITO
                           END-IF
                       END-IF
               END-WRITE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "ENCARGOS-CLIENTES" TO JOB-LOG-PROGRAMA.
