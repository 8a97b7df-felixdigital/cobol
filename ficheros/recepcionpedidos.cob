                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT AVISOS-EXPEDICION-FILE
                   ASSIGN TO "avisos-expedicion.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS AEX-CLAVE
                   STATUS ST-AVISO.

                   SELECT OPTIONAL CONSIGNA-FILE
                   ASSIGN TO "acuerdos-consigna.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CSG-ITEM-ID
                   STATUS ST-CONSIGNA.

                   SELECT OPTIONAL ENTRADAS-CONSIGNA-FILE
                   ASSIGN TO "entradas-consigna.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL RECEPCIONES-FILE
                   ASSIGN TO "recepciones-pedidos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD AVISOS-EXPEDICION-FILE.
                   COPY copyaexp.

               FD CONSIGNA-FILE.
                   COPY copycsg.

               FD ENTRADAS-CONSIGNA-FILE.
                   COPY copycsge.

               FD RECEPCIONES-FILE.
                   01 RECEPCION-REG.
                       05 RCP-FECHA PIC 9(8).
           WORKING-STORAGE SECTION.
               77 ST-PEDIDO PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-AVISO PIC X(2).
               77 ST-CONSIGNA PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-AVISOS-OK PIC X VALUE 'N'.
                   88 AVISOS-DISPONIBLE VALUE 'S'.
               01 WS-CONSIGNA-OK PIC X VALUE 'N'.
                   88 CONSIGNA-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-RECEPCION VALUE "R".
                   88 OPCION-AVISO VALUE "A".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-PEDIDO PIC X VALUE 'N'.
                   88 FIN-PEDIDOS VALUE 'S'.

               01 WS-FIN-RECEPCION PIC X VALUE 'N'.
                   88 FIN-RECEPCION VALUE 'S'.
               01 WS-COMPLETO PIC X VALUE 'N'.
                   88 PEDIDO-COMPLETO VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-ITEM PIC X(8).
               77 WS-L PIC 9(2).
               01 WS-QTY-RECIBIDA PIC 9(5).
               01 WS-COSTE-RECIBIDO PIC 9(3)V99.

      *>   LO QUE SIRVE EL PROVEEDOR EN BULTOS, QUE SE PASA A UNIDADES
      *>   DE VENTA PARA EL PEDIDO, EL STOCK Y EL COSTE MEDIO
               01 WS-UNIDAD-COMPRA PIC X(3).
               01 WS-UNIDADES-PACK PIC 9(3).
               01 WS-BULTOS-RECIBIDOS PIC 9(5).
               01 WS-COSTE-BULTO PIC 9(5)V99.
               01 WS-COSTE-ANTERIOR PIC 9(3)V99.
               01 WS-STOCK-PREVIO PIC S9(5).
               01 WS-VALOR-TOTAL PIC S9(9)V99.
               01 WS-QTY-TOTAL PIC 9(6).
               01 WS-DIFERENCIA PIC S9(6).
               01 WS-DIF-ED PIC -ZZZZZ9.
               01 WS-A PIC 9(2).
               01 WS-RESPUESTA PIC X(1).

      *>   LOTE Y CADUCIDAD DE LOS PERECEDEROS RECIBIDOS
               01 WS-CADUCIDAD PIC 9(8).
               01 FILLER REDEFINES WS-CADUCIDAD.
                   05 WS-CAD-ANO PIC 9(4).
                   05 WS-CAD-MES PIC 9(2).
                   05 WS-CAD-DIA PIC 9(2).
               01 WS-LOTE-OPERACION PIC X(1).
               COPY copylpet.
               COPY copykpet.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.

           MAIN.
      *>   RECEPCION DE MERCANCIA CONTRA PEDIDOS DE COMPRA ABIERTOS:
      *>   ANOTA LO RECIBIDO LINEA A LINEA (UNA ENTREGA PUEDE TRAER
      *>   SOLO PARTE DEL PEDIDO), SUMA AL STOCK DEL MAESTRO Y DELATA
      *>   LAS ENTREGAS CORTAS O EN EXCESO. LOS ARTICULOS QUE SE
      *>   COMPRAN POR BULTOS SE RECIBEN EN BULTOS Y AL COSTE DEL
      *>   BULTO, Y SE PASAN A UNIDADES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O PEDIDOS-COMPRA-FILE.
                       ST-ITEM "); no se actualizara el stock"
               END-IF.

               MOVE 'N' TO WS-AVISOS-OK.
               OPEN I-O AVISOS-EXPEDICION-FILE.
               IF ST-AVISO = "00"
                   SET AVISOS-DISPONIBLE TO TRUE
               END-IF.

               MOVE 'N' TO WS-CONSIGNA-OK.
               OPEN INPUT CONSIGNA-FILE.
               IF ST-CONSIGNA = "00"
                   SET CONSIGNA-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "RECEPCION DE PEDIDOS DE COMPRA"
                   DISPLAY "  R - Registrar recepcion"
                   DISPLAY "  A - Recepcion con aviso de expedicion"
                   DISPLAY "  L - Listado de pedidos abiertos"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   EVALUATE TRUE
                       WHEN OPCION-RECEPCION
                           PERFORM REGISTRAR-RECEPCION
                       WHEN OPCION-AVISO
                           PERFORM RECEPCION-CON-AVISO
                               THRU RECEPCION-CON-AVISO-EXIT
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-ABIERTOS
                       WHEN OPCION-SALIR
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF AVISOS-DISPONIBLE
                   CLOSE AVISOS-EXPEDICION-FILE
               END-IF.
               IF CONSIGNA-DISPONIBLE
                   CLOSE CONSIGNA-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               END-READ.

           RECIBIR-PEDIDO-ABIERTO.
               DISPLAY "Pedido " PC-NUMERO " proveedor " PC-PROV-ID
                   " fecha " PC-FECHA " entrega " PC-TIENDA.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                   PERFORM MOSTRAR-LINEA-PEDIDO
               END-PERFORM.

               MOVE 'N' TO WS-FIN-RECEPCION.
               PERFORM UNTIL FIN-RECEPCION
                   PERFORM RECIBIR-LINEA THRU RECIBIR-LINEA-EXIT
               END-PERFORM.

           MOSTRAR-LINEA-PEDIDO.
               DISPLAY "  " WS-L " " PC-ITEM-ID (WS-L)
                   " pedido " PC-QTY-PEDIDA (WS-L)
                   " ya recibido " PC-QTY-RECIBIDA (WS-L).

           RECIBIR-LINEA.
               DISPLAY "Articulo recibido (en blanco = fin): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-ITEM.
               ACCEPT WS-ITEM.
               IF WS-ITEM = SPACES
                   SET FIN-RECEPCION TO TRUE
                   GO TO RECIBIR-LINEA-EXIT
               END-IF.

               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                          OR PC-ITEM-ID (WS-L) = WS-ITEM
                   CONTINUE
               END-PERFORM.
               IF WS-L > PC-N-LINEAS
                   DISPLAY "ERROR: el articulo " WS-ITEM
                       " no esta en el pedido"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO RECIBIR-LINEA-EXIT
               END-IF.

               PERFORM MOSTRAR-LINEA-PEDIDO.
               PERFORM LEER-UNIDAD-COMPRA.
               IF WS-UNIDADES-PACK > 1
                   DISPLAY "Bultos recibidos ahora (" WS-UNIDAD-COMPRA
                       " de " WS-UNIDADES-PACK "): " WITH NO ADVANCING
                   MOVE ZERO TO WS-BULTOS-RECIBIDOS
                   ACCEPT WS-BULTOS-RECIBIDOS
                   DISPLAY "Coste facturado por " WS-UNIDAD-COMPRA
                       ": " WITH NO ADVANCING
                   MOVE ZERO TO WS-COSTE-BULTO
                   ACCEPT WS-COSTE-BULTO
                   PERFORM CONVERTIR-BULTOS-RECIBIDOS
               ELSE
                   DISPLAY "Cantidad recibida ahora: " WITH NO ADVANCING
                   MOVE ZERO TO WS-QTY-RECIBIDA
                   ACCEPT WS-QTY-RECIBIDA
                   DISPLAY "Coste unitario facturado: "
                       WITH NO ADVANCING
                   MOVE ZERO TO WS-COSTE-RECIBIDO
                   ACCEPT WS-COSTE-RECIBIDO
               END-IF.

               IF WS-QTY-RECIBIDA = ZERO
                   DISPLAY "Nada que registrar"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO RECIBIR-LINEA-EXIT
               END-IF.

               PERFORM APLICAR-RECEPCION-LINEA.

           RECIBIR-LINEA-EXIT.
               EXIT.

           LEER-UNIDAD-COMPRA.
      *>   BULTO DE COMPRA DE WS-ITEM; SIN MAESTRO O SIN BULTO SE
      *>   RECIBE POR UNIDAD
               MOVE "UD " TO WS-UNIDAD-COMPRA.
               MOVE 1 TO WS-UNIDADES-PACK.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE WS-ITEM TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ITEM-UNIDADES-PACK > 1
                               MOVE ITEM-UNIDAD-COMPRA
                                   TO WS-UNIDAD-COMPRA
                               MOVE ITEM-UNIDADES-PACK
                                   TO WS-UNIDADES-PACK
                           END-IF
                   END-READ
               END-IF.

           CONVERTIR-BULTOS-RECIBIDOS.
      *>   LOS BULTOS PASAN A UNIDADES Y EL COSTE DEL BULTO A COSTE
      *>   UNITARIO, QUE ES COMO VAN EL PEDIDO, EL STOCK Y EL COSTE
      *>   MEDIO PONDERADO
               COMPUTE WS-QTY-RECIBIDA =
                   WS-BULTOS-RECIBIDOS * WS-UNIDADES-PACK
                   ON SIZE ERROR
                       DISPLAY "ERROR: demasiadas unidades en una "
                           "recepcion"
                       MOVE ZERO TO WS-QTY-RECIBIDA
               END-COMPUTE.
               COMPUTE WS-COSTE-RECIBIDO ROUNDED =
                   WS-COSTE-BULTO / WS-UNIDADES-PACK
                   ON SIZE ERROR
                       DISPLAY "ERROR: coste por unidad fuera de rango"
                       MOVE ZERO TO WS-QTY-RECIBIDA
               END-COMPUTE.
               IF WS-QTY-RECIBIDA > ZERO
                   DISPLAY "  " WS-BULTOS-RECIBIDOS " " WS-UNIDAD-COMPRA
                       " = " WS-QTY-RECIBIDA " unidades a "
                       WS-COSTE-RECIBIDO " la unidad"
               END-IF.

           APLICAR-RECEPCION-LINEA.
      *>   ANOTA WS-QTY-RECIBIDA DE WS-ITEM EN LA LINEA WS-L DEL
      *>   PEDIDO, LO SUMA AL STOCK AL COSTE WS-COSTE-RECIBIDO Y LO
      *>   DEJA EN EL DIARIO DE RECEPCIONES
               ADD WS-QTY-RECIBIDA TO PC-QTY-RECIBIDA (WS-L).

               COMPUTE WS-QTY-TOTAL = PC-QTY-RECIBIDA (WS-L).
               COMPUTE WS-DIFERENCIA =
                   WS-QTY-TOTAL - PC-QTY-PEDIDA (WS-L).
               MOVE WS-DIFERENCIA TO WS-DIF-ED.

               EVALUATE TRUE
                   WHEN WS-DIFERENCIA = ZERO
                       MOVE "COMPLETO" TO RCP-RESULTADO
                       DISPLAY "Linea completa"
                   WHEN WS-DIFERENCIA > ZERO
      *>   LA ENTREGA EN EXCESO SE ANOTA Y LA LINEA SE DA POR
      *>   COMPLETA: EL SOBRANTE QUEDA DOCUMENTADO EN EL DIARIO DE
      *>   RECEPCIONES
                       MOVE "EXCESO" TO RCP-RESULTADO
                       DISPLAY "ENTREGA EN EXCESO: " WS-DIF-ED
                           " unidades de mas"
                   WHEN OTHER
                       MOVE "CORTO" TO RCP-RESULTADO
                       DISPLAY "ENTREGA CORTA: faltan " WS-DIF-ED
                           " unidades; la linea sigue abierta"
               END-EVALUATE.

      *>   EL PEDIDO SE CIERRA CUANDO NINGUNA LINEA TIENE PENDIENTE
               MOVE 'S' TO WS-COMPLETO.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                   IF PC-QTY-RECIBIDA (WS-L) < PC-QTY-PEDIDA (WS-L)
                       MOVE 'N' TO WS-COMPLETO
                   END-IF
               END-PERFORM.
               IF PEDIDO-COMPLETO
                   SET PEDIDO-RECIBIDO TO TRUE
                   SET FIN-RECEPCION TO TRUE
                   DISPLAY "Pedido completo; se cierra"
               END-IF.

               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                          OR PC-ITEM-ID (WS-L) = WS-ITEM
                   CONTINUE
               END-PERFORM.

               REWRITE PEDIDO-COMPRA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR PEDIDO ("
                           ST-PEDIDO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       SET FIN-RECEPCION TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       PERFORM SUMAR-STOCK-RECIBIDO
                       PERFORM REGISTRAR-DIARIO-RECEPCION
                       PERFORM REGISTRAR-ENTRADA-CONSIGNA
                       PERFORM REGISTRAR-LOTE-RECEPCION THRU
                           REGISTRAR-LOTE-RECEPCION-EXIT
               END-REWRITE.

           REGISTRAR-ENTRADA-CONSIGNA.
      *>   LA MERCANCIA EN CONSIGNA ANOTA SU ENTRADA PARA QUE LA
      *>   LIQUIDACION MENSUAL SEPA CUANTO LLEVA SIN VENDERSE
               IF CONSIGNA-DISPONIBLE AND WS-QTY-RECIBIDA > ZERO
                   MOVE WS-ITEM TO CSG-ITEM-ID
                   READ CONSIGNA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CSG-ACTIVO
                               MOVE SPACES TO ENTRADA-CONSIGNA-REG
                               MOVE WS-HOY TO CSE-FECHA
                               MOVE WS-ITEM TO CSE-ITEM-ID
                               MOVE CSG-PROV-ID TO CSE-PROV-ID
                               MOVE WS-QTY-RECIBIDA TO CSE-QTY
                               STRING "RECEPCION " PC-NUMERO
                                   DELIMITED BY SIZE INTO CSE-ORIGEN
                               END-STRING
                               OPEN EXTEND ENTRADAS-CONSIGNA-FILE
                               WRITE ENTRADA-CONSIGNA-REG
                               CLOSE ENTRADAS-CONSIGNA-FILE
                               DISPLAY "Entrada en consigna de "
                                   CSG-PROV-ID
                           END-IF
                   END-READ
               END-IF.

           REGISTRAR-LOTE-RECEPCION.
      *>   LOS PERECEDEROS ENTRAN CON SU LOTE Y CADUCIDAD EN LA TIENDA
      *>   DE ENTREGA DEL PEDIDO; UNA ENTREGA CON VARIOS LOTES SE ANOTA
      *>   EN VARIAS RECEPCIONES DE LA MISMA LINEA
               IF WS-QTY-RECIBIDA = ZERO
                   GO TO REGISTRAR-LOTE-RECEPCION-EXIT
               END-IF.
               MOVE SPACES TO LPT-LOTE.
               DISPLAY "Lote (en blanco = articulo sin lote): "
                   WITH NO ADVANCING.
               ACCEPT LPT-LOTE.
               IF LPT-LOTE = SPACES
                   GO TO REGISTRAR-LOTE-RECEPCION-EXIT
               END-IF.

               MOVE ZERO TO WS-CADUCIDAD.
               PERFORM UNTIL WS-CADUCIDAD NOT = ZERO
                   DISPLAY "Fecha de caducidad (AAAAMMDD): "
                       WITH NO ADVANCING
                   ACCEPT WS-CADUCIDAD
                   IF WS-CAD-MES < 1 OR WS-CAD-MES > 12
                           OR WS-CAD-DIA < 1 OR WS-CAD-DIA > 31
                       DISPLAY "Fecha no valida"
                       MOVE ZERO TO WS-CADUCIDAD
                   END-IF
               END-PERFORM.
               IF WS-CADUCIDAD < WS-HOY
                   DISPLAY "AVISO: el lote " LPT-LOTE
                       " llega ya caducado"
               END-IF.

               MOVE WS-ITEM TO LPT-ITEM-ID.
               MOVE PC-TIENDA TO LPT-TIENDA.
               MOVE SPACES TO LPT-DESTINO.
               MOVE WS-QTY-RECIBIDA TO LPT-QTY.
               MOVE WS-CADUCIDAD TO LPT-CADUCIDAD.
               MOVE PC-PROV-ID TO LPT-PROV-ID.
               MOVE PC-NUMERO TO LPT-PEDIDO.
               MOVE WS-COSTE-RECIBIDO TO LPT-COSTE.
               MOVE WS-HOY TO LPT-FECHA.
               MOVE SPACES TO LPT-REFERENCIA.
               STRING "RECEPCION " PC-NUMERO
                   DELIMITED BY SIZE INTO LPT-REFERENCIA
               END-STRING.
               MOVE "E" TO WS-LOTE-OPERACION.
               CALL "movimientolotes" USING WS-LOTE-OPERACION
                   LOTE-PETICION.

           REGISTRAR-LOTE-RECEPCION-EXIT.
               EXIT.

           RECEPCION-CON-AVISO.
      *>   RECEPCION DE UN CAMION QUE TRAE AVISO DE EXPEDICION YA
      *>   IMPORTADO: EL ALMACEN SOLO CONFIRMA CADA LINEA AVISADA O
      *>   CORRIGE LA CANTIDAD DESCARGADA. SE VALORA AL COSTE DE LA
      *>   LINEA DEL PEDIDO; EL CASE CON LA FACTURA AJUSTA DESPUES
               IF NOT AVISOS-DISPONIBLE
                   DISPLAY "No hay avisos de expedicion importados"
                   GO TO RECEPCION-CON-AVISO-EXIT
               END-IF.

               DISPLAY "Proveedor: " WITH NO ADVANCING.
               MOVE SPACES TO AEX-PROV-ID.
               ACCEPT AEX-PROV-ID.
               DISPLAY "Numero de aviso: " WITH NO ADVANCING.
               MOVE SPACES TO AEX-AVISO.
               ACCEPT AEX-AVISO.
               READ AVISOS-EXPEDICION-FILE
                   INVALID KEY
                       DISPLAY "Aviso no encontrado (" ST-AVISO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO RECEPCION-CON-AVISO-EXIT
               END-READ.
               IF NOT AEX-PENDIENTE
                   DISPLAY "ERROR: el aviso ya no esta pendiente "
                       "(estado " AEX-ESTADO ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO RECEPCION-CON-AVISO-EXIT
               END-IF.

      *>   SI EL PEDIDO SE CERRO ENTRE TANTO POR LA RECEPCION MANUAL,
      *>   EL AVISO YA NO TIENE CONTRA QUE CASAR Y SE ANULA
               MOVE AEX-PEDIDO TO PC-NUMERO.
               READ PEDIDOS-COMPRA-FILE
                   INVALID KEY
                       MOVE "C" TO PC-ESTADO
               END-READ.
               IF NOT PEDIDO-ABIERTO
                   DISPLAY "ERROR: el pedido " AEX-PEDIDO
                       " ya no esta abierto; se anula el aviso"
                   SET AEX-ANULADO TO TRUE
                   MOVE WS-HOY TO AEX-FECHA-CONFIRMACION
                   REWRITE AVISO-EXPEDICION-REG
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO RECEPCION-CON-AVISO-EXIT
               END-IF.

               DISPLAY "Aviso " AEX-AVISO " pedido " PC-NUMERO
                   " previsto " AEX-FECHA-PREVISTA
                   " entrega " PC-TIENDA.
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > AEX-N-LINEAS
                   PERFORM CONFIRMAR-LINEA-AVISO
               END-PERFORM.

               SET AEX-CONFIRMADO TO TRUE.
               MOVE WS-HOY TO AEX-FECHA-CONFIRMACION.
               REWRITE AVISO-EXPEDICION-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR EL AVISO ("
                           ST-AVISO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Aviso confirmado"
               END-REWRITE.

           RECEPCION-CON-AVISO-EXIT.
               EXIT.

           CONFIRMAR-LINEA-AVISO.
               MOVE AEX-ITEM-ID (WS-A) TO WS-ITEM.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                          OR PC-ITEM-ID (WS-L) = WS-ITEM
                   CONTINUE
               END-PERFORM.
               IF WS-L > PC-N-LINEAS
                   DISPLAY "ERROR: el articulo " WS-ITEM
                       " ya no esta en el pedido"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   MOVE ZERO TO AEX-QTY-DESCARGADA (WS-A)
               ELSE
                   PERFORM MOSTRAR-LINEA-PEDIDO
                   DISPLAY "    avisado " AEX-QTY-AVISADA (WS-A)
                       " - conforme (S/N): " WITH NO ADVANCING
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA = "S" OR WS-RESPUESTA = "s"
                       MOVE AEX-QTY-AVISADA (WS-A) TO WS-QTY-RECIBIDA
                   ELSE
                       PERFORM LEER-UNIDAD-COMPRA
                       PERFORM CAPTURAR-DESCARGA-AVISO
                   END-IF
                   MOVE WS-QTY-RECIBIDA TO AEX-QTY-DESCARGADA (WS-A)
                   IF WS-QTY-RECIBIDA NOT = AEX-QTY-AVISADA (WS-A)
                       DISPLAY "    DIFERENCIA CON EL AVISO"
                   END-IF
                   MOVE PC-COSTE (WS-L) TO WS-COSTE-RECIBIDO
                   IF WS-COSTE-RECIBIDO = ZERO
                       PERFORM LEER-UNIDAD-COMPRA
                       PERFORM CAPTURAR-COSTE-AVISO
                   END-IF
                   IF WS-QTY-RECIBIDA > ZERO
                       PERFORM APLICAR-RECEPCION-LINEA
                   END-IF
               END-IF.

           CAPTURAR-DESCARGA-AVISO.
      *>   EL AVISO VA EN UNIDADES COMO EL PEDIDO; LO DESCARGADO SE
      *>   CUENTA EN BULTOS SI EL ARTICULO SE COMPRA ASI
               MOVE ZERO TO WS-QTY-RECIBIDA.
               IF WS-UNIDADES-PACK > 1
                   DISPLAY "    Bultos descargados realmente ("
                       WS-UNIDAD-COMPRA " de " WS-UNIDADES-PACK "): "
                       WITH NO ADVANCING
                   MOVE ZERO TO WS-BULTOS-RECIBIDOS
                   ACCEPT WS-BULTOS-RECIBIDOS
                   COMPUTE WS-QTY-RECIBIDA =
                       WS-BULTOS-RECIBIDOS * WS-UNIDADES-PACK
                       ON SIZE ERROR
                           DISPLAY "    ERROR: demasiadas unidades"
                           MOVE ZERO TO WS-QTY-RECIBIDA
                   END-COMPUTE
               ELSE
                   DISPLAY "    Cantidad descargada realmente: "
                       WITH NO ADVANCING
                   ACCEPT WS-QTY-RECIBIDA
               END-IF.

           CAPTURAR-COSTE-AVISO.
               IF WS-UNIDADES-PACK > 1
                   DISPLAY "    Coste facturado por " WS-UNIDAD-COMPRA
                       ": " WITH NO ADVANCING
                   MOVE ZERO TO WS-COSTE-BULTO
                   ACCEPT WS-COSTE-BULTO
                   COMPUTE WS-COSTE-RECIBIDO ROUNDED =
                       WS-COSTE-BULTO / WS-UNIDADES-PACK
                       ON SIZE ERROR
                           DISPLAY "    ERROR: coste fuera de rango"
                           MOVE ZERO TO WS-COSTE-RECIBIDO
                   END-COMPUTE
               ELSE
                   DISPLAY "    Coste unitario facturado: "
                       WITH NO ADVANCING
                   ACCEPT WS-COSTE-RECIBIDO
               END-IF.

           SUMAR-STOCK-RECIBIDO.
      *>   ENTRE EL STOCK RESULTANTE; CON STOCK PREVIO NO POSITIVO
      *>   RIGE DIRECTAMENTE EL COSTE FACTURADO
               IF ITEM-MASTER-DISPONIBLE
                   MOVE WS-ITEM TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           DISPLAY "AVISO: articulo " WS-ITEM
                               " no existe en el maestro"
                       NOT INVALID KEY
                           MOVE ITEM-COSTE TO WS-COSTE-ANTERIOR
                           IF ITEM-COSTE NOT = WS-COSTE-ANTERIOR
                               PERFORM REGISTRAR-AUDIT-COSTE
                           END-IF
                           PERFORM REGISTRAR-KARDEX-RECEPCION
                   END-READ
               END-IF.

           REGISTRAR-KARDEX-RECEPCION.
               INITIALIZE KARDEX-PETICION.
               MOVE WS-HOY TO KPT-FECHA.
               MOVE WS-ITEM TO KPT-ITEM-ID.
               MOVE SPACES TO KPT-TIENDA.
               MOVE "RC" TO KPT-TIPO.
               COMPUTE KPT-CANTIDAD = ITEM-STOCK-QTY - WS-STOCK-PREVIO.
               MOVE ITEM-STOCK-QTY TO KPT-SALDO.
               MOVE "RECEPCION-PEDIDOS" TO KPT-PROGRAMA.
               STRING "RECEPCION " PC-NUMERO
                   DELIMITED BY SIZE INTO KPT-REFERENCIA
               END-STRING.
               CALL "registrarkardex" USING KARDEX-PETICION.

           REGISTRAR-AUDIT-COSTE.
               MOVE WS-HOY TO CAUD-FECHA.
               MOVE WS-ITEM TO CAUD-ITEM-ID.
               MOVE WS-COSTE-ANTERIOR TO CAUD-COSTE-ANTERIOR.
               MOVE ITEM-COSTE TO CAUD-COSTE-NUEVO.
               MOVE SPACES TO CAUD-ORIGEN.
      *>   "RECEPCION " Y EL PEDIDO ENTERO CABEN EN EL ORIGEN
               STRING "RECEPCION " PC-NUMERO
                   DELIMITED BY SIZE INTO CAUD-ORIGEN
               END-STRING.
               OPEN EXTEND COSTE-AUDIT-FILE.
           REGISTRAR-DIARIO-RECEPCION.
               MOVE WS-HOY TO RCP-FECHA.
               MOVE PC-NUMERO TO RCP-PEDIDO.
               MOVE WS-ITEM TO RCP-ITEM.
               MOVE WS-QTY-RECIBIDA TO RCP-QTY.
               OPEN EXTEND RECEPCIONES-FILE.
               WRITE RECEPCION-REG.
                           IF PEDIDO-ABIERTO
                               DISPLAY "  " PC-NUMERO
                                   " " PC-FECHA
                                   " proveedor " PC-PROV-ID
                                   " entrega " PC-TIENDA
                               PERFORM VARYING WS-L FROM 1 BY 1
                                       UNTIL WS-L > PC-N-LINEAS
                                   PERFORM MOSTRAR-LINEA-PEDIDO
                               END-PERFORM
                               ADD 1 TO WS-JOB-LEIDOS
                           END-IF
                   END-READ
