       PROGRAM-ID. TRASLADO-STOCK.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT TRASLADOS-FILE
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT PROPUESTA-REPOSICION-FILE
                   ASSIGN TO "propuesta-reposicion.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PRP-CLAVE
                   STATUS ST-PROPUESTA.

                   SELECT LISTA-PREPARACION-FILE
                   ASSIGN TO "lista-preparacion.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL TRASLADOS-MOVIMIENTOS-FILE
                   ASSIGN TO "traslados-movimientos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD PROPUESTA-REPOSICION-FILE.
                   COPY copyprep.

               FD LISTA-PREPARACION-FILE.
                   01 PREPARACION-LINE PIC X(80).

               FD TRASLADOS-MOVIMIENTOS-FILE.
                   01 TRSMOV-REG.
                       05 TRSMOV-FECHA PIC 9(8).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-PROPUESTA PIC X(2).

               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
                   88 OPCION-RECEPCION VALUE "R".
                   88 OPCION-ANULACION VALUE "A".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-VER-PROPUESTA VALUE "V".
                   88 OPCION-EXCLUIR VALUE "X".
                   88 OPCION-APROBAR VALUE "P".
                   88 OPCION-SALIR VALUE "S".

               01 WS-HOY PIC 9(8).
               01 WS-DATOS-VALIDOS PIC X VALUE 'S'.
                   88 DATOS-VALIDOS VALUE 'S'.

      *>   REVISION Y APROBACION DE LA PROPUESTA DE REPOSICION
               01 WS-COMPRADOR PIC X(8).
               01 WS-RESPUESTA PIC X(1).
               01 EOF-PROPUESTA PIC X VALUE 'N'.
                   88 FIN-PROPUESTA VALUE 'S'.
               01 WS-ORIGEN-ACTUAL PIC X(5).
               01 WS-ORIGEN-ED PIC X(7).
               01 WS-PROPUESTAS PIC 9(5).
               01 WS-EXCLUIDAS PIC 9(5).
               01 WS-UNIDADES PIC 9(7).
               01 WS-ENVIADOS PIC 9(5).
               01 WS-NO-ENVIADOS PIC 9(5).
               01 WS-ENVIO-OK PIC X VALUE 'N'.
                   88 ENVIO-GRABADO VALUE 'S'.
               01 WS-QTY-ED PIC ZZZZ9.
               01 WS-STOCK-ED PIC -ZZZZ9.
               01 WS-VENTA-ED PIC ZZZZ9,99.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 EOF-TRASLADO PIC X VALUE 'N'.
                   88 FIN-TRASLADOS VALUE 'S'.

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "TRASLADO".
               01 WS-SECUENCIA-VALOR  PIC 9(8).

               01 WS-LOTE-OPERACION PIC X(1).
               COPY copylpet.
               COPY copykpet.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.
           MAIN.
      *>   TRASLADO DE STOCK ENTRE TIENDAS: EL ENVIO REBAJA LA TIENDA
      *>   DE ORIGEN Y DEJA LA CANTIDAD EN TRANSITO HACIA EL DESTINO;
      *>   SOLO LA RECEPCION LA INCORPORA AL STOCK DISPONIBLE. EL
      *>   ORIGEN EN BLANCO ES EL ALMACEN CENTRAL, CUYO STOCK ES EL DEL
      *>   MAESTRO DE ARTICULOS. LA PROPUESTA NOCTURNA DE REPOSICION
      *>   SE REVISA Y SE APRUEBA AQUI: CADA LINEA APROBADA SE ENVIA
      *>   COMO UN TRASLADO MAS Y SALE EN LA LISTA DE PREPARACION
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O TRASLADOS-FILE.
                       ST-TIENDA "); no se validaran las tiendas"
               END-IF.

               OPEN I-O PROPUESTA-REPOSICION-FILE.
               IF ST-PROPUESTA = "35"
                   OPEN OUTPUT PROPUESTA-REPOSICION-FILE
                   CLOSE PROPUESTA-REPOSICION-FILE
                   OPEN I-O PROPUESTA-REPOSICION-FILE
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN I-O ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "  R - Recepcion de traslado"
                   DISPLAY "  A - Anulacion de traslado en transito"
                   DISPLAY "  L - Listado de traslados"
                   DISPLAY "  V - Ver propuesta de reposicion"
                   DISPLAY "  X - Excluir o incluir linea de la "
                       "propuesta"
                   DISPLAY "  P - Aprobar propuesta y enviar"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION
                           PERFORM ANULAR-TRASLADO
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-TRASLADOS
                       WHEN OPCION-VER-PROPUESTA
                           PERFORM VER-PROPUESTA
                       WHEN OPCION-EXCLUIR
                           PERFORM EXCLUIR-LINEA-PROPUESTA
                       WHEN OPCION-APROBAR
                           PERFORM APROBAR-PROPUESTA
                               THRU APROBAR-PROPUESTA-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER

               CLOSE TRASLADOS-FILE.
               CLOSE STOCK-TIENDAS-FILE.
               CLOSE PROPUESTA-REPOSICION-FILE.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.
               GOBACK.

           ENVIAR-TRASLADO.
               DISPLAY "Tienda origen (5, en blanco = central): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-ORIGEN.
               ACCEPT WS-ORIGEN.
               DISPLAY "Tienda destino (5): " WITH NO ADVANCING.
               ACCEPT WS-DESTINO.
               IF NOT DATOS-VALIDOS
                   ADD 1 TO WS-JOB-RECHAZADOS
               ELSE
                   PERFORM REGISTRAR-ENVIO
               END-IF.

           REGISTRAR-ENVIO.
               MOVE 'N' TO WS-ENVIO-OK.
               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.
               MOVE WS-SECUENCIA-VALOR TO WS-NUMERO.

      *>   EL ENVIO SALE DEL DISPONIBLE DE ORIGEN (EL MAESTRO SI ES EL
      *>   CENTRAL) Y ENTRA EN EL TRANSITO DEL DESTINO EN LA MISMA
      *>   OPERACION
               IF WS-ORIGEN = SPACES
                   MOVE WS-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                   SUBTRACT WS-QTY FROM ITEM-STOCK-QTY
                   REWRITE ITEM-MASTER-REG
                   MOVE ITEM-STOCK-QTY TO KPT-SALDO
               ELSE
                   MOVE WS-ORIGEN TO STKT-TIENDA-ID
                   MOVE WS-ITEM-ID TO STKT-ITEM-ID
                   READ STOCK-TIENDAS-FILE
                   SUBTRACT WS-QTY FROM STKT-QTY
                   REWRITE STOCK-TIENDA-REG
                   MOVE STKT-QTY TO KPT-SALDO
               END-IF.

               PERFORM SUMAR-TRANSITO-DESTINO.

               MOVE WS-NUMERO TO TRS-NUMERO.
               MOVE WS-HOY TO TRS-FECHA-ENVIO.
               MOVE WS-ORIGEN TO TRS-TIENDA-ORIGEN.
               MOVE WS-DESTINO TO TRS-TIENDA-DESTINO.
               MOVE WS-ITEM-ID TO TRS-ITEM-ID.
               MOVE WS-QTY TO TRS-QTY.
               SET TRASLADO-EN-TRANSITO TO TRUE.
               MOVE ZERO TO TRS-FECHA-RECEPCION.
               MOVE WS-ORIGEN TO KPT-TIENDA.
               MOVE WS-ITEM-ID TO KPT-ITEM-ID.
               MOVE "TS" TO KPT-TIPO.
               COMPUTE KPT-CANTIDAD = ZERO - WS-QTY.
               PERFORM ANOTAR-KARDEX-TRASLADO.
               WRITE TRASLADO-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR TRASLADO ("
                           ST-TRASLADO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       MOVE "E" TO TRSMOV-TIPO
                       PERFORM REGISTRAR-MOV-TRASLADO
                       MOVE TRS-TIENDA-ORIGEN TO LPT-TIENDA
                       MOVE TRS-TIENDA-DESTINO TO LPT-DESTINO
                       PERFORM MOVER-LOTES-TRASLADO
                       ADD 1 TO WS-JOB-ESCRITOS
                       SET ENVIO-GRABADO TO TRUE
                       DISPLAY "Traslado " TRS-NUMERO
                           " enviado (en transito)"
               END-WRITE.

           VALIDAR-ENVIO.
               MOVE 'S' TO WS-DATOS-VALIDOS.

               IF WS-DESTINO = SPACES
                   DISPLAY "ERROR: la tienda destino es obligatoria"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-ORIGEN = WS-DESTINO
                   DISPLAY "ERROR: origen y destino coinciden"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-ORIGEN = SPACES AND NOT ITEM-MASTER-DISPONIBLE
                   DISPLAY "ERROR: sin maestro de articulos no se "
                       "puede enviar desde el central"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF WS-QTY = ZERO
                   DISPLAY "ERROR: la cantidad no puede ser cero"
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF.

               IF TIENDAS-DISPONIBLE AND DATOS-VALIDOS
                   IF WS-ORIGEN NOT = SPACES
                       MOVE WS-ORIGEN TO TIENDA-ID
                       READ TIENDAS-FILE
                           INVALID KEY
                               DISPLAY "ERROR: tienda origen "
                                   "desconocida: " WS-ORIGEN
                               MOVE 'N' TO WS-DATOS-VALIDOS
                       END-READ
                   END-IF
                   MOVE WS-DESTINO TO TIENDA-ID
                   READ TIENDAS-FILE
                       INVALID KEY
                   END-READ
               END-IF.

               IF DATOS-VALIDOS AND WS-ORIGEN = SPACES
                   IF ITEM-STOCK-QTY < WS-QTY
                       DISPLAY "ERROR: stock central insuficiente ("
                           ITEM-STOCK-QTY ")"
                       MOVE 'N' TO WS-DATOS-VALIDOS
                   END-IF
               END-IF.

               IF DATOS-VALIDOS AND WS-ORIGEN NOT = SPACES
                   MOVE WS-ORIGEN TO STKT-TIENDA-ID
                   MOVE WS-ITEM-ID TO STKT-ITEM-ID
                   READ STOCK-TIENDAS-FILE
                           SUBTRACT TRS-QTY FROM STKT-EN-TRANSITO
                           ADD TRS-QTY TO STKT-QTY
                           REWRITE STOCK-TIENDA-REG
                           MOVE TRS-TIENDA-DESTINO TO KPT-TIENDA
                           MOVE STKT-QTY TO KPT-SALDO
                           MOVE TRS-ITEM-ID TO KPT-ITEM-ID
                           MOVE "TE" TO KPT-TIPO
                           MOVE TRS-QTY TO KPT-CANTIDAD
                           MOVE TRS-NUMERO TO WS-NUMERO
                           PERFORM ANOTAR-KARDEX-TRASLADO
                           SET TRASLADO-RECIBIDO TO TRUE
                           MOVE WS-HOY TO TRS-FECHA-RECEPCION
                           REWRITE TRASLADO-REG
                           READ STOCK-TIENDAS-FILE
                           SUBTRACT TRS-QTY FROM STKT-EN-TRANSITO
                           REWRITE STOCK-TIENDA-REG
                           IF TRS-TIENDA-ORIGEN = SPACES
                               MOVE TRS-ITEM-ID TO ITEM-ID-KEY
                               READ ITEM-MASTER-FILE
                               ADD TRS-QTY TO ITEM-STOCK-QTY
                               REWRITE ITEM-MASTER-REG
                               MOVE ITEM-STOCK-QTY TO KPT-SALDO
                           ELSE
                               MOVE TRS-TIENDA-ORIGEN TO STKT-TIENDA-ID
                               MOVE TRS-ITEM-ID TO STKT-ITEM-ID
                               READ STOCK-TIENDAS-FILE
                               ADD TRS-QTY TO STKT-QTY
                               REWRITE STOCK-TIENDA-REG
                               MOVE STKT-QTY TO KPT-SALDO
                           END-IF
                           SET TRASLADO-ANULADO TO TRUE
      *>   EN EL KARDEX LA ANULACION ES UNA ENTRADA EN EL ORIGEN QUE
      *>   COMPENSA LA SALIDA DEL ENVIO
                           MOVE TRS-TIENDA-ORIGEN TO KPT-TIENDA
                           MOVE TRS-ITEM-ID TO KPT-ITEM-ID
                           MOVE "TE" TO KPT-TIPO
                           MOVE TRS-QTY TO KPT-CANTIDAD
                           MOVE TRS-NUMERO TO WS-NUMERO
                           PERFORM ANOTAR-KARDEX-TRASLADO
                           MOVE WS-HOY TO TRS-FECHA-RECEPCION
                           REWRITE TRASLADO-REG
                           MOVE "A" TO TRSMOV-TIPO
                           PERFORM REGISTRAR-MOV-TRASLADO
                           MOVE TRS-TIENDA-DESTINO TO LPT-TIENDA
                           MOVE TRS-TIENDA-ORIGEN TO LPT-DESTINO
                           PERFORM MOVER-LOTES-TRASLADO
                           ADD 1 TO WS-JOB-ESCRITOS
                           DISPLAY "Traslado " TRS-NUMERO " anulado"
                       END-IF
                   END-READ
               END-PERFORM.

           VER-PROPUESTA.
               MOVE ZERO TO WS-PROPUESTAS.
               MOVE ZERO TO WS-EXCLUIDAS.
               MOVE ZERO TO WS-UNIDADES.
               MOVE HIGH-VALUES TO WS-ORIGEN-ACTUAL.
               MOVE LOW-VALUES TO PRP-CLAVE.
               MOVE 'N' TO EOF-PROPUESTA.
               START PROPUESTA-REPOSICION-FILE
                   KEY IS NOT LESS THAN PRP-CLAVE
                   INVALID KEY
                       SET FIN-PROPUESTA TO TRUE
               END-START.
               PERFORM UNTIL FIN-PROPUESTA
                   READ PROPUESTA-REPOSICION-FILE NEXT RECORD
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           PERFORM MOSTRAR-LINEA-PROPUESTA
                   END-READ
               END-PERFORM.
               DISPLAY "A enviar: " WS-PROPUESTAS " traslado(s), "
                   WS-UNIDADES " unidades  excluidos: " WS-EXCLUIDAS.

           MOSTRAR-LINEA-PROPUESTA.
               IF PRP-ORIGEN NOT = WS-ORIGEN-ACTUAL
                   MOVE PRP-ORIGEN TO WS-ORIGEN-ACTUAL
                   PERFORM EDITAR-ORIGEN
                   DISPLAY "DESDE " WS-ORIGEN-ED
                       " (propuesta del " PRP-FECHA-PROPUESTA ")"
               END-IF.
               MOVE PRP-QTY TO WS-QTY-ED.
               MOVE PRP-DISPONIBLE TO WS-STOCK-ED.
               MOVE PRP-VENTA-DIARIA TO WS-VENTA-ED.
               IF PRP-SELECCIONADA
                   ADD 1 TO WS-PROPUESTAS
                   ADD PRP-QTY TO WS-UNIDADES
                   DISPLAY "    -> " PRP-DESTINO " " PRP-ITEM-ID
                       " x" WS-QTY-ED "  disp " WS-STOCK-ED
                       " vta/dia " WS-VENTA-ED
                       " min " PRP-MINIMO " max " PRP-MAXIMO
               ELSE
                   ADD 1 TO WS-EXCLUIDAS
                   DISPLAY "    -> " PRP-DESTINO " " PRP-ITEM-ID
                       " x" WS-QTY-ED "  EXCLUIDO"
               END-IF.

           EDITAR-ORIGEN.
               IF WS-ORIGEN-ACTUAL = SPACES
                   MOVE "CENTRAL" TO WS-ORIGEN-ED
               ELSE
                   MOVE WS-ORIGEN-ACTUAL TO WS-ORIGEN-ED
               END-IF.

           EXCLUIR-LINEA-PROPUESTA.
      *>   ALTERNA LA LINEA ENTRE INCLUIDA Y EXCLUIDA HASTA APROBAR
               DISPLAY "Origen (en blanco = central): "
                   WITH NO ADVANCING.
               MOVE SPACES TO PRP-ORIGEN.
               ACCEPT PRP-ORIGEN.
               DISPLAY "Tienda destino: " WITH NO ADVANCING.
               MOVE SPACES TO PRP-DESTINO.
               ACCEPT PRP-DESTINO.
               DISPLAY "ID articulo: " WITH NO ADVANCING.
               MOVE SPACES TO PRP-ITEM-ID.
               ACCEPT PRP-ITEM-ID.
               READ PROPUESTA-REPOSICION-FILE
                   INVALID KEY
                       DISPLAY "La linea no esta en la propuesta"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       IF PRP-SELECCIONADA
                           SET PRP-EXCLUIDA TO TRUE
                       ELSE
                           SET PRP-SELECCIONADA TO TRUE
                       END-IF
                       REWRITE PROPUESTA-REPOSICION-REG
                           INVALID KEY
                               DISPLAY "ERROR AL ACTUALIZAR LA "
                                   "PROPUESTA (" ST-PROPUESTA ")"
                               ADD 1 TO WS-JOB-RECHAZADOS
                           NOT INVALID KEY
                               IF PRP-SELECCIONADA
                                   DISPLAY "Linea incluida"
                               ELSE
                                   DISPLAY "Linea excluida"
                               END-IF
                               ADD 1 TO WS-JOB-ESCRITOS
                       END-REWRITE
               END-READ.

           APROBAR-PROPUESTA.
      *>   EL COMPRADOR APRUEBA LA PROPUESTA: CADA LINEA INCLUIDA SE
      *>   VUELVE A VALIDAR CONTRA EL STOCK DE HOY Y SE ENVIA COMO UN
      *>   TRASLADO NORMAL, Y LA LISTA DE PREPARACION SALE AGRUPADA POR
      *>   ORIGEN. LA PROPUESTA QUEDA VACIA HASTA LA NOCHE SIGUIENTE
               MOVE LOW-VALUES TO PRP-CLAVE.
               START PROPUESTA-REPOSICION-FILE
                   KEY IS NOT LESS THAN PRP-CLAVE
                   INVALID KEY
                       DISPLAY "No hay propuesta de reposicion que "
                           "aprobar"
                       GO TO APROBAR-PROPUESTA-EXIT
               END-START.

               PERFORM VER-PROPUESTA.
               IF WS-PROPUESTAS = ZERO
                   DISPLAY "La propuesta no tiene lineas incluidas"
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.
               DISPLAY "Comprador que aprueba: " WITH NO ADVANCING.
               MOVE SPACES TO WS-COMPRADOR.
               ACCEPT WS-COMPRADOR.
               IF WS-COMPRADOR = SPACES
                   DISPLAY "ERROR: hay que indicar quien aprueba"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.
               DISPLAY "Aprobar la propuesta y enviar los traslados "
                   "(S/N): " WITH NO ADVANCING.
               MOVE SPACES TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   DISPLAY "Propuesta no aprobada"
                   GO TO APROBAR-PROPUESTA-EXIT
               END-IF.

               OPEN OUTPUT LISTA-PREPARACION-FILE.
               MOVE ZERO TO WS-ENVIADOS.
               MOVE ZERO TO WS-NO-ENVIADOS.
               MOVE HIGH-VALUES TO WS-ORIGEN-ACTUAL.
               MOVE LOW-VALUES TO PRP-CLAVE.
               MOVE 'N' TO EOF-PROPUESTA.
               START PROPUESTA-REPOSICION-FILE
                   KEY IS NOT LESS THAN PRP-CLAVE
                   INVALID KEY
                       SET FIN-PROPUESTA TO TRUE
               END-START.
               PERFORM UNTIL FIN-PROPUESTA
                   READ PROPUESTA-REPOSICION-FILE NEXT RECORD
                       AT END
                           SET FIN-PROPUESTA TO TRUE
                       NOT AT END
                           IF PRP-SELECCIONADA
                               PERFORM ENVIAR-LINEA-PROPUESTA
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE SPACES TO PREPARACION-LINE.
               WRITE PREPARACION-LINE.
               MOVE SPACES TO PREPARACION-LINE.
               STRING "Traslados enviados: " WS-ENVIADOS
                   "  No enviados: " WS-NO-ENVIADOS
                   "  Aprobado por " WS-COMPRADOR
                   DELIMITED BY SIZE INTO PREPARACION-LINE
               END-STRING.
               WRITE PREPARACION-LINE.
               DISPLAY PREPARACION-LINE.
               CLOSE LISTA-PREPARACION-FILE.

               CLOSE PROPUESTA-REPOSICION-FILE.
               OPEN OUTPUT PROPUESTA-REPOSICION-FILE.
               CLOSE PROPUESTA-REPOSICION-FILE.
               OPEN I-O PROPUESTA-REPOSICION-FILE.

               MOVE "lista-preparacion.dat" TO WS-SPOOL-NOMBRE.
               MOVE "TRASLADO-STOCK" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           APROBAR-PROPUESTA-EXIT.
               EXIT.

           ENVIAR-LINEA-PROPUESTA.
               IF PRP-ORIGEN NOT = WS-ORIGEN-ACTUAL
                   MOVE PRP-ORIGEN TO WS-ORIGEN-ACTUAL
                   PERFORM EDITAR-ORIGEN
                   MOVE SPACES TO PREPARACION-LINE
                   WRITE PREPARACION-LINE
                   MOVE SPACES TO PREPARACION-LINE
                   STRING "LISTA DE PREPARACION  ORIGEN: " WS-ORIGEN-ED
                       "  FECHA " WS-HOY
                       DELIMITED BY SIZE INTO PREPARACION-LINE
                   END-STRING
                   WRITE PREPARACION-LINE
                   MOVE "  TRASLADO DESTINO ARTICULO DESCRIPCION       "
                       & "     CANTIDAD" TO PREPARACION-LINE
                   WRITE PREPARACION-LINE
               END-IF.

               MOVE PRP-ORIGEN TO WS-ORIGEN.
               MOVE PRP-DESTINO TO WS-DESTINO.
               MOVE PRP-ITEM-ID TO WS-ITEM-ID.
               MOVE PRP-QTY TO WS-QTY.
               MOVE SPACES TO ITEM-DESCRIPTION.
               PERFORM VALIDAR-ENVIO.
               MOVE 'N' TO WS-ENVIO-OK.
               IF DATOS-VALIDOS
                   PERFORM REGISTRAR-ENVIO
               END-IF.

               MOVE WS-QTY TO WS-QTY-ED.
               MOVE SPACES TO PREPARACION-LINE.
               IF ENVIO-GRABADO
                   ADD 1 TO WS-ENVIADOS
                   STRING "  " TRS-NUMERO " " WS-DESTINO
                       "   " WS-ITEM-ID " " ITEM-DESCRIPTION
                       "    " WS-QTY-ED
                       DELIMITED BY SIZE INTO PREPARACION-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-NO-ENVIADOS
                   ADD 1 TO WS-JOB-RECHAZADOS
                   STRING "  NO ENVIADO " WS-DESTINO
                       "   " WS-ITEM-ID " " ITEM-DESCRIPTION
                       "    " WS-QTY-ED
                       DELIMITED BY SIZE INTO PREPARACION-LINE
                   END-STRING
               END-IF.
               WRITE PREPARACION-LINE.

           ANOTAR-KARDEX-TRASLADO.
      *>   EL LLAMANTE DEJA TIENDA, ARTICULO, TIPO, CANTIDAD Y SALDO;
      *>   LA REFERENCIA ES EL NUMERO DE TRASLADO
               MOVE WS-HOY TO KPT-FECHA.
               MOVE "TRASLADO-STOCK" TO KPT-PROGRAMA.
               MOVE SPACES TO KPT-REFERENCIA.
               IF TRASLADO-ANULADO
                   STRING "ANULA TRASLADO " WS-NUMERO
                       DELIMITED BY SIZE INTO KPT-REFERENCIA
                   END-STRING
               ELSE
                   STRING "TRASLADO " WS-NUMERO
                       DELIMITED BY SIZE INTO KPT-REFERENCIA
                   END-STRING
               END-IF.
               CALL "registrarkardex" USING KARDEX-PETICION.

           MOVER-LOTES-TRASLADO.
      *>   LOS LOTES VIAJAN CON EL ENVIO: SALEN DE LPT-TIENDA POR
      *>   ORDEN DE CADUCIDAD Y QUEDAN YA A NOMBRE DE LPT-DESTINO; LA
      *>   ANULACION LOS DEVUELVE IGUAL EN SENTIDO CONTRARIO
               MOVE TRS-ITEM-ID TO LPT-ITEM-ID.
               MOVE TRS-QTY TO LPT-QTY.
               MOVE SPACES TO LPT-LOTE.
               MOVE WS-HOY TO LPT-FECHA.
               MOVE SPACES TO LPT-REFERENCIA.
               STRING "TRASLADO " TRS-NUMERO
                   DELIMITED BY SIZE INTO LPT-REFERENCIA
               END-STRING.
               MOVE "T" TO WS-LOTE-OPERACION.
               CALL "movimientolotes" USING WS-LOTE-OPERACION
                   LOTE-PETICION.

           REGISTRAR-MOV-TRASLADO.
               MOVE WS-HOY TO TRSMOV-FECHA.
               MOVE TRS-NUMERO TO TRSMOV-NUMERO.
