       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-KARDEX.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL KARDEX-FILE
                   ASSIGN TO "kardex.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-KARDEX.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL STOCK-TIENDAS-FILE
                   ASSIGN TO "stock-tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS STKT-CLAVE
                   STATUS ST-STOCK-TIENDA.

                   SELECT CUADRE-REPORT-FILE
                   ASSIGN TO "cuadre-kardex.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD KARDEX-FILE.
                   COPY copykdx.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD CUADRE-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-KARDEX PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-STOCK-TIENDAS-OK PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-MOVIMIENTOS VALUE "M".
                   88 OPCION-CUADRE VALUE "C".
                   88 OPCION-SALIR VALUE "S".

               01 EOF-KARDEX PIC X VALUE 'N'.
                   88 FIN-KARDEX VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-ITEM-ID PIC X(8).
               01 WS-TIENDA PIC X(5).
               01 WS-FECHA-DESDE PIC 9(8).
               01 WS-FECHA-HASTA PIC 9(8).
               01 WS-MES PIC 9(6).

      *>   TOTALES DE LA CONSULTA DE MOVIMIENTOS
               01 WS-MOV-N PIC 9(6).
               01 WS-MOV-ENTRADAS PIC S9(9).
               01 WS-MOV-SALIDAS PIC S9(9).

      *>   CUADRE MENSUAL: UNA ENTRADA POR TIENDA Y ARTICULO CON
      *>   MOVIMIENTOS EN EL KARDEX. EL SALDO ANTERIOR ES EL DE LA
      *>   ULTIMA LINEA LEIDA; LAS SUMAS SON LAS DEL MES; EL SALDO
      *>   ACTUAL ES EL DE LA ULTIMA LINEA DEL FICHERO, PARA COMPARARLO
      *>   CON EL LIBRO
               01 WS-CDR-TABLA.
                   05 WS-CDR-ENTRADA OCCURS 3000 TIMES.
                       10 WS-CDR-TIENDA PIC X(5).
                       10 WS-CDR-ITEM PIC X(8).
                       10 WS-CDR-ANTERIOR PIC S9(7).
                       10 WS-CDR-CON-ANTERIOR PIC X(1).
                       10 WS-CDR-EN-MES PIC X(1).
                       10 WS-CDR-INICIAL PIC S9(7).
                       10 WS-CDR-RECEPCIONES PIC S9(7).
                       10 WS-CDR-VENTAS PIC S9(7).
                       10 WS-CDR-TRASLADOS PIC S9(7).
                       10 WS-CDR-AJUSTES PIC S9(7).
                       10 WS-CDR-FINAL PIC S9(7).
                       10 WS-CDR-SALTOS PIC 9(4).
               77 WS-NUM-CDR PIC 9(4) VALUE 0.
               77 WS-C PIC 9(4) VALUE 0.
               01 WS-CDR-DESBORDADO PIC X VALUE 'N'.
                   88 CUADRE-DESBORDADO VALUE 'S'.

               01 WS-CALCULADO PIC S9(7).
               01 WS-DIFERENCIA PIC S9(7).
               01 WS-LIBRO PIC S9(7).
               01 WS-LIBRO-OK PIC X VALUE 'N'.
                   88 LIBRO-ENCONTRADO VALUE 'S'.
               01 WS-N-ARTICULOS PIC 9(5) VALUE ZERO.
               01 WS-N-DESCUADRES PIC 9(5) VALUE ZERO.
               01 WS-N-DIF-LIBRO PIC 9(5) VALUE ZERO.

               01 WS-LINEA-CUADRE.
                   05 LC-TIENDA PIC X(7).
                   05 LC-ITEM PIC X(9).
                   05 LC-INICIAL PIC -ZZZZZZ9.
                   05 FILLER PIC X VALUE SPACE.
                   05 LC-RECEPCIONES PIC -ZZZZZZ9.
                   05 FILLER PIC X VALUE SPACE.
                   05 LC-VENTAS PIC -ZZZZZZ9.
                   05 FILLER PIC X VALUE SPACE.
                   05 LC-TRASLADOS PIC -ZZZZZZ9.
                   05 FILLER PIC X VALUE SPACE.
                   05 LC-AJUSTES PIC -ZZZZZZ9.
                   05 FILLER PIC X VALUE SPACE.
                   05 LC-FINAL PIC -ZZZZZZ9.
                   05 FILLER PIC X VALUE SPACE.
                   05 LC-DIFERENCIA PIC -ZZZZZZ9.
                   05 FILLER PIC X VALUE SPACE.
                   05 LC-MARCA PIC X(10).

               01 WS-CANTIDAD-ED PIC -ZZZZZZ9.
               01 WS-SALDO-ED PIC -ZZZZZZ9.
               01 WS-LIBRO-ED PIC -ZZZZZZ9.
               01 WS-TOTAL-ED PIC -ZZZZZZZZ9.
               01 WS-TIENDA-ED PIC X(7).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   KARDEX DE ARTICULOS: CONSULTA DE LOS MOVIMIENTOS DE UN
      *>   ARTICULO EN UN RANGO DE FECHAS Y CUADRE MENSUAL POR
      *>   ARTICULO (STOCK INICIAL MAS RECEPCIONES MENOS VENTAS, MAS O
      *>   MENOS TRASLADOS Y AJUSTES, CONTRA EL STOCK FINAL)
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "KARDEX DE ARTICULOS"
                   DISPLAY "  M - Movimientos de un articulo"
                   DISPLAY "  C - Cuadre mensual de stock"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-MOVIMIENTOS
                           PERFORM CONSULTA-MOVIMIENTOS
                       WHEN OPCION-CUADRE
                           PERFORM CUADRE-MENSUAL
                               THRU CUADRE-MENSUAL-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CONSULTA-MOVIMIENTOS.
               DISPLAY "Articulo: " WITH NO ADVANCING.
               MOVE SPACES TO WS-ITEM-ID.
               ACCEPT WS-ITEM-ID.
               DISPLAY "Tienda (vacio=almacen central, *=todas): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-TIENDA.
               ACCEPT WS-TIENDA.
               DISPLAY "Desde (AAAAMMDD, 0=inicio): " WITH NO ADVANCING.
               ACCEPT WS-FECHA-DESDE.
               DISPLAY "Hasta (AAAAMMDD, 0=hoy): " WITH NO ADVANCING.
               ACCEPT WS-FECHA-HASTA.
               IF WS-FECHA-HASTA = ZERO
                   MOVE WS-HOY TO WS-FECHA-HASTA
               END-IF.

               MOVE ZERO TO WS-MOV-N.
               MOVE ZERO TO WS-MOV-ENTRADAS.
               MOVE ZERO TO WS-MOV-SALIDAS.
               DISPLAY "  FECHA    HORA   TIENDA TP   CANTIDAD    SALDO"
                   " PROGRAMA             REFERENCIA".
               OPEN INPUT KARDEX-FILE.
               MOVE 'N' TO EOF-KARDEX.
               PERFORM UNTIL FIN-KARDEX
                   READ KARDEX-FILE
                       AT END
                           SET FIN-KARDEX TO TRUE
                       NOT AT END
                           IF KDX-ITEM-ID = WS-ITEM-ID
                               AND (WS-TIENDA = "*"
                                   OR KDX-TIENDA = WS-TIENDA)
                               AND KDX-FECHA NOT < WS-FECHA-DESDE
                               AND KDX-FECHA NOT > WS-FECHA-HASTA
                               PERFORM MOSTRAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE KARDEX-FILE.

               IF WS-MOV-N = ZERO
                   DISPLAY "  Sin movimientos en el periodo"
               ELSE
                   MOVE WS-MOV-ENTRADAS TO WS-TOTAL-ED
                   DISPLAY "  Movimientos: " WS-MOV-N
                       "  entradas: " WS-TOTAL-ED WITH NO ADVANCING
                   MOVE WS-MOV-SALIDAS TO WS-TOTAL-ED
                   DISPLAY "  salidas: " WS-TOTAL-ED
               END-IF.
               ADD WS-MOV-N TO WS-JOB-LEIDOS.

           MOSTRAR-MOVIMIENTO.
               ADD 1 TO WS-MOV-N.
               IF KDX-CANTIDAD > ZERO
                   ADD KDX-CANTIDAD TO WS-MOV-ENTRADAS
               ELSE
                   SUBTRACT KDX-CANTIDAD FROM WS-MOV-SALIDAS
               END-IF.
               IF KDX-TIENDA = SPACES
                   MOVE "CENTRAL" TO WS-TIENDA-ED
               ELSE
                   MOVE KDX-TIENDA TO WS-TIENDA-ED
               END-IF.
               MOVE KDX-CANTIDAD TO WS-CANTIDAD-ED.
               MOVE KDX-SALDO TO WS-SALDO-ED.
               DISPLAY "  " KDX-FECHA " " KDX-HORA " " WS-TIENDA-ED
                   " " KDX-TIPO " " WS-CANTIDAD-ED " " WS-SALDO-ED
                   " " KDX-PROGRAMA " " KDX-REFERENCIA.

           CUADRE-MENSUAL.
               DISPLAY "Mes a cuadrar (AAAAMM): " WITH NO ADVANCING.
               ACCEPT WS-MES.
               IF WS-MES (5:2) < "01" OR WS-MES (5:2) > "12"
                   DISPLAY "ERROR: mes no valido"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO CUADRE-MENSUAL-EXIT
               END-IF.
               COMPUTE WS-FECHA-DESDE = WS-MES * 100 + 1.
               COMPUTE WS-FECHA-HASTA = WS-MES * 100 + 31.

               MOVE ZERO TO WS-NUM-CDR.
               MOVE 'N' TO WS-CDR-DESBORDADO.
               OPEN INPUT KARDEX-FILE.
               MOVE 'N' TO EOF-KARDEX.
               PERFORM UNTIL FIN-KARDEX
                   READ KARDEX-FILE
                       AT END
                           SET FIN-KARDEX TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM ACUMULAR-MOVIMIENTO
                   END-READ
               END-PERFORM.
               CLOSE KARDEX-FILE.

               IF WS-NUM-CDR = ZERO
                   DISPLAY "El kardex esta vacio"
                   GO TO CUADRE-MENSUAL-EXIT
               END-IF.

               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-STOCK-TIENDAS-OK.
               OPEN INPUT STOCK-TIENDAS-FILE.
               IF ST-STOCK-TIENDA = "00"
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               MOVE ZERO TO WS-N-ARTICULOS.
               MOVE ZERO TO WS-N-DESCUADRES.
               MOVE ZERO TO WS-N-DIF-LIBRO.
               OPEN OUTPUT CUADRE-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CUADRE DE STOCK DEL MES " WS-MES
                   " SEGUN EL KARDEX - EMITIDO " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               MOVE "TIENDA ARTICULO  INICIAL  RECEPC.   VENTAS"
                   TO REPORT-LINE (1:42).
               MOVE " TRASLAD.  AJUSTES    FINAL  DIFER."
                   TO REPORT-LINE (43:35).
               WRITE REPORT-LINE.

               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CDR
                   IF WS-CDR-EN-MES (WS-C) = "S"
                       PERFORM ESCRIBIR-LINEA-CUADRE
                   END-IF
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE "DIFERENCIAS ENTRE EL KARDEX Y EL STOCK ACTUAL"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NUM-CDR
                   PERFORM COMPROBAR-LIBRO
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ARTICULOS CON MOVIMIENTO: " WS-N-ARTICULOS
                   "  DESCUADRADOS: " WS-N-DESCUADRES
                   "  DISTINTOS DEL LIBRO: " WS-N-DIF-LIBRO
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               IF CUADRE-DESBORDADO
                   MOVE "AVISO: TABLA LLENA; HAY ARTICULOS SIN CUADRAR"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               CLOSE CUADRE-REPORT-FILE.

               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF STOCK-TIENDAS-DISPONIBLE
                   CLOSE STOCK-TIENDAS-FILE
               END-IF.

               MOVE "cuadre-kardex.dat" TO WS-SPOOL-NOMBRE.
               MOVE "CONSULTA-KARDEX" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               DISPLAY "Articulos con movimiento: " WS-N-ARTICULOS
                   "  descuadrados: " WS-N-DESCUADRES
                   "  distintos del libro: " WS-N-DIF-LIBRO.
               DISPLAY "Cuadre emitido en cuadre-kardex.dat".

           CUADRE-MENSUAL-EXIT.
               EXIT.

           ACUMULAR-MOVIMIENTO.
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NUM-CDR
                       OR (WS-CDR-TIENDA (WS-C) = KDX-TIENDA
                           AND WS-CDR-ITEM (WS-C) = KDX-ITEM-ID)
                   CONTINUE
               END-PERFORM.
               IF WS-C > WS-NUM-CDR
                   IF WS-NUM-CDR < 3000
                       ADD 1 TO WS-NUM-CDR
                       MOVE WS-NUM-CDR TO WS-C
                       INITIALIZE WS-CDR-ENTRADA (WS-C)
                       MOVE KDX-TIENDA TO WS-CDR-TIENDA (WS-C)
                       MOVE KDX-ITEM-ID TO WS-CDR-ITEM (WS-C)
                       MOVE "N" TO WS-CDR-CON-ANTERIOR (WS-C)
                       MOVE "N" TO WS-CDR-EN-MES (WS-C)
                   ELSE
                       SET CUADRE-DESBORDADO TO TRUE
                   END-IF
               END-IF.
               IF WS-C NOT > WS-NUM-CDR
                   PERFORM SUMAR-MOVIMIENTO
               END-IF.

           SUMAR-MOVIMIENTO.
      *>   DENTRO DEL MES, LA PRIMERA LINEA FIJA EL STOCK INICIAL
      *>   (EL SALDO ANTERIOR O, SIN HISTORIA PREVIA, SU SALDO MENOS SU
      *>   CANTIDAD); UNA LINEA CUYO SALDO MENOS SU CANTIDAD NO ES EL
      *>   SALDO ANTERIOR DELATA UN CAMBIO DE STOCK NO ANOTADO
               IF KDX-FECHA NOT < WS-FECHA-DESDE
                   AND KDX-FECHA NOT > WS-FECHA-HASTA
                   IF WS-CDR-EN-MES (WS-C) = "N"
                       MOVE "S" TO WS-CDR-EN-MES (WS-C)
                       IF WS-CDR-CON-ANTERIOR (WS-C) = "S"
                           MOVE WS-CDR-ANTERIOR (WS-C)
                               TO WS-CDR-INICIAL (WS-C)
                       ELSE
                           COMPUTE WS-CDR-INICIAL (WS-C) =
                               KDX-SALDO - KDX-CANTIDAD
                       END-IF
                   END-IF
                   IF WS-CDR-CON-ANTERIOR (WS-C) = "S"
                       AND KDX-SALDO - KDX-CANTIDAD
                           NOT = WS-CDR-ANTERIOR (WS-C)
                       ADD 1 TO WS-CDR-SALTOS (WS-C)
                   END-IF
                   EVALUATE TRUE
                       WHEN KDX-RECEPCION OR KDX-DEVOLUCION-PROV
                           ADD KDX-CANTIDAD
                               TO WS-CDR-RECEPCIONES (WS-C)
                       WHEN KDX-VENTA OR KDX-DEVOLUCION-CLIENTE
                           SUBTRACT KDX-CANTIDAD
                               FROM WS-CDR-VENTAS (WS-C)
                       WHEN KDX-TRASLADO-SALIDA
                           OR KDX-TRASLADO-ENTRADA
                           ADD KDX-CANTIDAD
                               TO WS-CDR-TRASLADOS (WS-C)
                       WHEN OTHER
                           ADD KDX-CANTIDAD TO WS-CDR-AJUSTES (WS-C)
                   END-EVALUATE
                   MOVE KDX-SALDO TO WS-CDR-FINAL (WS-C)
               END-IF.
               MOVE KDX-SALDO TO WS-CDR-ANTERIOR (WS-C).
               MOVE "S" TO WS-CDR-CON-ANTERIOR (WS-C).

           ESCRIBIR-LINEA-CUADRE.
               ADD 1 TO WS-N-ARTICULOS.
               COMPUTE WS-CALCULADO =
                   WS-CDR-INICIAL (WS-C)
                   + WS-CDR-RECEPCIONES (WS-C)
                   - WS-CDR-VENTAS (WS-C)
                   + WS-CDR-TRASLADOS (WS-C)
                   + WS-CDR-AJUSTES (WS-C).
               COMPUTE WS-DIFERENCIA =
                   WS-CDR-FINAL (WS-C) - WS-CALCULADO.

               MOVE SPACES TO WS-LINEA-CUADRE.
               IF WS-CDR-TIENDA (WS-C) = SPACES
                   MOVE "CENTRAL" TO LC-TIENDA
               ELSE
                   MOVE WS-CDR-TIENDA (WS-C) TO LC-TIENDA
               END-IF.
               MOVE WS-CDR-ITEM (WS-C) TO LC-ITEM.
               MOVE WS-CDR-INICIAL (WS-C) TO LC-INICIAL.
               MOVE WS-CDR-RECEPCIONES (WS-C) TO LC-RECEPCIONES.
               MOVE WS-CDR-VENTAS (WS-C) TO LC-VENTAS.
               MOVE WS-CDR-TRASLADOS (WS-C) TO LC-TRASLADOS.
               MOVE WS-CDR-AJUSTES (WS-C) TO LC-AJUSTES.
               MOVE WS-CDR-FINAL (WS-C) TO LC-FINAL.
               MOVE WS-DIFERENCIA TO LC-DIFERENCIA.
               IF WS-DIFERENCIA NOT = ZERO
                   OR WS-CDR-SALTOS (WS-C) > ZERO
                   MOVE "DESCUADRE" TO LC-MARCA
                   ADD 1 TO WS-N-DESCUADRES
               END-IF.
               MOVE WS-LINEA-CUADRE TO REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           COMPROBAR-LIBRO.
      *>   EL ULTIMO SALDO DEL KARDEX DEBE SER EL STOCK QUE HOY TIENE
      *>   EL MAESTRO (ALMACEN CENTRAL) O EL LEDGER DE LA TIENDA
               MOVE 'N' TO WS-LIBRO-OK.
               MOVE ZERO TO WS-LIBRO.
               IF WS-CDR-TIENDA (WS-C) = SPACES
                   IF ITEM-MASTER-DISPONIBLE
                       MOVE WS-CDR-ITEM (WS-C) TO ITEM-ID-KEY
                       READ ITEM-MASTER-FILE
                           NOT INVALID KEY
                               MOVE ITEM-STOCK-QTY TO WS-LIBRO
                               SET LIBRO-ENCONTRADO TO TRUE
                       END-READ
                   END-IF
               ELSE
                   IF STOCK-TIENDAS-DISPONIBLE
                       MOVE WS-CDR-TIENDA (WS-C) TO STKT-TIENDA-ID
                       MOVE WS-CDR-ITEM (WS-C) TO STKT-ITEM-ID
                       READ STOCK-TIENDAS-FILE
                           NOT INVALID KEY
                               MOVE STKT-QTY TO WS-LIBRO
                               SET LIBRO-ENCONTRADO TO TRUE
                       END-READ
                   END-IF
               END-IF.
               IF WS-LIBRO NOT = WS-CDR-ANTERIOR (WS-C)
                   ADD 1 TO WS-N-DIF-LIBRO
                   IF WS-CDR-TIENDA (WS-C) = SPACES
                       MOVE "CENTRAL" TO WS-TIENDA-ED
                   ELSE
                       MOVE WS-CDR-TIENDA (WS-C) TO WS-TIENDA-ED
                   END-IF
                   MOVE WS-CDR-ANTERIOR (WS-C) TO WS-SALDO-ED
                   MOVE WS-LIBRO TO WS-LIBRO-ED
                   MOVE SPACES TO REPORT-LINE
                   IF LIBRO-ENCONTRADO
                       STRING WS-TIENDA-ED WS-CDR-ITEM (WS-C)
                           "  KARDEX " WS-SALDO-ED
                           "  LIBRO " WS-LIBRO-ED
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   ELSE
                       STRING WS-TIENDA-ED WS-CDR-ITEM (WS-C)
                           "  KARDEX " WS-SALDO-ED
                           "  SIN REGISTRO EN EL LIBRO"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                   END-IF
                   WRITE REPORT-LINE
               END-IF.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "CONSULTA-KARDEX" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CONSULTA-KARDEX.
