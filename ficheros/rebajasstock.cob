       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBAJAS-STOCK.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
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

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT OPTIONAL PRECIOS-FILE
                   ASSIGN TO "precios-vigencia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRECIO-CLAVE
                   STATUS ST-PRECIOS.

                   SELECT OPTIONAL REBAJAS-FILE
                   ASSIGN TO "rebajas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS RBJ-CLAVE
                   STATUS ST-REBAJAS.

                   SELECT OPTIONAL REBAJAS-PARAMETROS-FILE
                   ASSIGN TO "rebajas-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT PROPUESTA-REBAJAS-FILE
                   ASSIGN TO "propuesta-rebajas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT INFORME-REBAJAS-FILE
                   ASSIGN TO "informe-rebajas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD KITS-FILE.
                   COPY copykit.

               FD PRECIOS-FILE.
                   COPY copyprec.

               FD REBAJAS-FILE.
                   COPY copyrbja.

      *>   UNA LINEA POR PARAMETRO, EN ESTE ORDEN: MESES SIN VENTA DEL
      *>   STOCK LENTO, MESES SIN VENTA DEL STOCK MUERTO, UNIDADES A
      *>   PARTIR DE LAS CUALES EL STOCK ES ALTO Y PORCENTAJE MAXIMO
      *>   DE REBAJA
               FD REBAJAS-PARAMETROS-FILE.
                   01 REBAJAS-PARM-LINE PIC X(3).

               FD PROPUESTA-REBAJAS-FILE.
                   01 PROPUESTA-LINE PIC X(100).

               FD INFORME-REBAJAS-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-KITS PIC X(2).
               77 ST-PRECIOS PIC X(2).
               77 ST-REBAJAS PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-STOCK-TIENDAS-OK PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.
               01 WS-PRECIOS-OK PIC X VALUE 'N'.
                   88 PRECIOS-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-PROPONER VALUE "P".
                   88 OPCION-REVISAR VALUE "R".
                   88 OPCION-INFORME VALUE "I".
                   88 OPCION-SALIR VALUE "S".

               01 PARM-MESES-LENTO PIC 9(3) VALUE 3.
               01 PARM-MESES-MUERTO PIC 9(3) VALUE 6.
               01 PARM-STOCK-ALTO PIC 9(3) VALUE 20.
               01 PARM-REBAJA-MAXIMA PIC 9(3) VALUE 50.
               01 WS-PARM-LINEA PIC 9(1) VALUE ZERO.
               01 EOF-PARM PIC X VALUE 'N'.
                   88 FIN-PARM VALUE 'S'.

               01 EOF-ITEM PIC X VALUE 'N'.
                   88 FIN-ITEMS VALUE 'S'.
               01 EOF-STKT PIC X VALUE 'N'.
                   88 FIN-STKT VALUE 'S'.
               01 EOF-REBAJA PIC X VALUE 'N'.
                   88 FIN-REBAJAS VALUE 'S'.
               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.
               01 WS-FIN-SCAN-PRECIO PIC X VALUE 'N'.
                   88 FIN-SCAN-PRECIO VALUE 'S'.
               01 WS-FIN-REVISION PIC X VALUE 'N'.
                   88 FIN-REVISION VALUE 'S'.

      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico"
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.

               01 WS-HOY-F.
                   05 WS-HOY-ANO PIC 9(4).
                   05 WS-HOY-MES PIC 9(2).
                   05 WS-HOY-DIA PIC 9(2).
               01 WS-HOY REDEFINES WS-HOY-F PIC 9(8).
               01 WS-ULT-F.
                   05 WS-ULT-ANO PIC 9(4).
                   05 WS-ULT-MES PIC 9(2).
                   05 WS-ULT-DIA PIC 9(2).
               01 WS-ULT-VENTA REDEFINES WS-ULT-F PIC 9(8).
               01 WS-MANANA PIC 9(8).
               01 WS-FECHA-ENTERO PIC S9(9) COMP.

      *>   ULTIMA VENTA Y STOCK EN TIENDAS DE CADA ARTICULO. LA VENTA
      *>   DE UN KIT CUENTA TAMBIEN COMO VENTA DE SUS COMPONENTES
               01 WS-ART-TABLA.
                   05 WS-ART-ENTRADA OCCURS 3000 TIMES.
                       10 WS-ART-ITEM PIC X(8).
                       10 WS-ART-ULT-VENTA PIC 9(8).
                       10 WS-ART-STOCK-TIENDAS PIC S9(7).
               77 WS-NUM-ART PIC 9(4) VALUE 0.
               77 WS-A PIC 9(4) VALUE 0.
               77 WS-IDX PIC 9(4) VALUE 0.
               01 WS-BUSCA-ITEM PIC X(8).
               01 WS-KIT-ID PIC X(8).

               01 WS-STOCK-TOTAL PIC S9(7).
               01 WS-MESES PIC S9(5).
               01 WS-EXCESO PIC 9(5).
               01 WS-ESCALONES PIC 9(3).
               01 WS-PCT PIC 9(3).
               01 WS-PRECIO-VIGENTE PIC 9(3)V99.
               01 WS-PRECIO-NUEVO PIC 9(3)V99.
               01 WS-PRECIO-FUTURO PIC X VALUE 'N'.
                   88 HAY-PRECIO-FUTURO VALUE 'S'.
               01 WS-RECHAZO PIC X VALUE 'N'.
                   88 YA-RECHAZADA VALUE 'S'.
               01 WS-ULT-VENTA-ED PIC X(8).

               01 WS-PROPUESTAS PIC 9(5) VALUE ZERO.
               01 WS-DESCARTADAS PIC 9(5) VALUE ZERO.

               01 WS-DECISION PIC X(1).
               01 WS-PCT-NUEVO PIC 9(2).
               01 WS-FECHA-EFECTO PIC 9(8).
               01 WS-APROBADAS PIC 9(5) VALUE ZERO.
               01 WS-RECHAZADAS PIC 9(5) VALUE ZERO.

               01 WS-FECHA-DESDE PIC 9(8).
               01 WS-FECHA-HASTA PIC 9(8).

      *>   REBAJAS APROBADAS DEL PERIODO DEL INFORME CON LAS UNIDADES
      *>   VENDIDAS DESDE SU FECHA DE EFECTO
               01 WS-RBT-TABLA.
                   05 WS-RBT-ENTRADA OCCURS 1000 TIMES.
                       10 WS-RBT-ITEM PIC X(8).
                       10 WS-RBT-CATEGORIA PIC X(2).
                       10 WS-RBT-EFECTO PIC 9(8).
                       10 WS-RBT-ANTERIOR PIC 9(3)V99.
                       10 WS-RBT-REBAJADO PIC 9(3)V99.
                       10 WS-RBT-STOCK PIC S9(7).
                       10 WS-RBT-VENDIDO PIC S9(7).
               77 WS-NUM-RBT PIC 9(4) VALUE 0.
               77 WS-R PIC 9(4) VALUE 0.
               77 WS-R-HALLADO PIC 9(4) VALUE 0.

      *>   TOTALES POR CATEGORIA: REBAJAS, STOCK REBAJADO, UNIDADES
      *>   VENDIDAS DESPUES Y MARGEN CEDIDO EN ESAS VENTAS
               01 WS-CAT-TABLA.
                   05 WS-CAT-ENTRADA OCCURS 100 TIMES.
                       10 WS-CAT-ID PIC X(2).
                       10 WS-CAT-REBAJAS PIC 9(5).
                       10 WS-CAT-STOCK PIC S9(7).
                       10 WS-CAT-VENDIDO PIC S9(7).
                       10 WS-CAT-CEDIDO PIC S9(9)V99.
               77 WS-NUM-CAT PIC 9(3) VALUE 0.
               77 WS-K PIC 9(3) VALUE 0.
               77 WS-K-HALLADO PIC 9(3) VALUE 0.

               01 WS-REDUCCION PIC 9(3)V99.
               01 WS-CEDIDO PIC S9(9)V99.
               01 WS-PCT-VENDIDO PIC S9(5)V9.
               01 WS-PV-STOCK PIC S9(7).
               01 WS-PV-VENDIDO PIC S9(7).
               01 WS-TOT-REBAJAS PIC 9(5) VALUE ZERO.
               01 WS-TOT-STOCK PIC S9(7) VALUE ZERO.
               01 WS-TOT-VENDIDO PIC S9(7) VALUE ZERO.
               01 WS-TOT-CEDIDO PIC S9(9)V99 VALUE ZERO.

               01 WS-MESES-ED PIC ZZ9.
               01 WS-STOCK-ED PIC -ZZZZZ9.
               01 WS-VENDIDO-ED PIC -ZZZZZ9.
               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-PRECIO2-ED PIC ZZ9,99.
               01 WS-COSTE-ED PIC ZZ9,99.
               01 WS-PCT-ED PIC Z9.
               01 WS-PCT-VENDIDO-ED PIC -ZZZ9,9.
               01 WS-CEDIDO-ED PIC -ZZ.ZZZ.ZZ9,99.
               01 WS-REBAJAS-ED PIC ZZZZ9.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   REBAJAS DEL STOCK LENTO Y MUERTO: PROPUESTA ESCALONADA POR
      *>   MESES SIN VENTA Y STOCK RESTANTE, REVISION DEL COMPRADOR
      *>   (LAS APROBADAS PASAN A PRECIOS CON FECHA DE EFECTO, QUE
      *>   APLICAN LA CAJA Y EL CIERRE DE VENTAS) E INFORME DEL MARGEN
      *>   CEDIDO Y DE LO VENDIDO DESPUES DE CADA REBAJA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY) + 1.
               COMPUTE WS-MANANA =
                   FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERO).

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "REBAJAS DE STOCK LENTO Y MUERTO"
                   DISPLAY "  P - Proponer rebajas"
                   DISPLAY "  R - Revisar y aprobar propuestas"
                   DISPLAY "  I - Informe de rebajas"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-PROPONER
                           PERFORM PROPONER-REBAJAS
                               THRU PROPONER-REBAJAS-EXIT
                       WHEN OPCION-REVISAR
                           PERFORM REVISAR-REBAJAS
                               THRU REVISAR-REBAJAS-EXIT
                       WHEN OPCION-INFORME
                           PERFORM INFORME-REBAJAS
                               THRU INFORME-REBAJAS-EXIT
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           PROPONER-REBAJAS.
               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos (" ST-ITEM ")"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO PROPONER-REBAJAS-EXIT
               END-IF.
               SET ITEM-MASTER-DISPONIBLE TO TRUE.
               PERFORM CARGAR-PARAMETROS-REBAJAS.
               PERFORM ABRIR-AUXILIARES.

               OPEN I-O REBAJAS-FILE.
               IF ST-REBAJAS = "35"
                   OPEN OUTPUT REBAJAS-FILE
                   CLOSE REBAJAS-FILE
                   OPEN I-O REBAJAS-FILE
               END-IF.

               MOVE ZERO TO WS-NUM-ART.
               PERFORM CARGAR-ULTIMAS-VENTAS.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "no se proponen rebajas"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE REBAJAS-FILE
                   CLOSE ITEM-MASTER-FILE
                   PERFORM CERRAR-AUXILIARES
                   GO TO PROPONER-REBAJAS-EXIT
               END-IF.
               PERFORM CARGAR-STOCK-TIENDAS.
               PERFORM DESCARTAR-PENDIENTES.

               MOVE ZERO TO WS-PROPUESTAS.
               OPEN OUTPUT PROPUESTA-REBAJAS-FILE.
               MOVE SPACES TO PROPUESTA-LINE.
               STRING "PROPUESTA DE REBAJAS " WS-HOY
                   " - LENTO " PARM-MESES-LENTO " MESES, MUERTO "
                   PARM-MESES-MUERTO " MESES, STOCK ALTO "
                   PARM-STOCK-ALTO " UDS."
                   DELIMITED BY SIZE INTO PROPUESTA-LINE
               END-STRING.
               WRITE PROPUESTA-LINE.
               MOVE "  ARTICULO DESCRIPCION          CA ULT.VENTA MES"
                   & "   STOCK  PRECIO  REB.  NUEVO   COSTE"
                   TO PROPUESTA-LINE.
               WRITE PROPUESTA-LINE.

               MOVE LOW-VALUES TO ITEM-ID-KEY.
               MOVE 'N' TO EOF-ITEM.
               START ITEM-MASTER-FILE KEY IS NOT LESS THAN ITEM-ID-KEY
                   INVALID KEY
                       SET FIN-ITEMS TO TRUE
               END-START.
               PERFORM UNTIL FIN-ITEMS
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END
                           SET FIN-ITEMS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM EVALUAR-REBAJA
                               THRU EVALUAR-REBAJA-EXIT
                   END-READ
               END-PERFORM.

               MOVE SPACES TO PROPUESTA-LINE.
               WRITE PROPUESTA-LINE.
               MOVE SPACES TO PROPUESTA-LINE.
               STRING "REBAJAS PROPUESTAS: " WS-PROPUESTAS
                   "  PENDIENTES ANTERIORES SUSTITUIDAS: "
                   WS-DESCARTADAS
                   DELIMITED BY SIZE INTO PROPUESTA-LINE
               END-STRING.
               WRITE PROPUESTA-LINE.
               CLOSE PROPUESTA-REBAJAS-FILE.

               CLOSE REBAJAS-FILE.
               CLOSE ITEM-MASTER-FILE.
               PERFORM CERRAR-AUXILIARES.

               MOVE "propuesta-rebajas.dat" TO WS-SPOOL-NOMBRE.
               MOVE "REBAJAS-STOCK" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               DISPLAY "Rebajas propuestas: " WS-PROPUESTAS.
               DISPLAY "Detalle en propuesta-rebajas.dat".

           PROPONER-REBAJAS-EXIT.
               EXIT.

           CARGAR-PARAMETROS-REBAJAS.
               OPEN INPUT REBAJAS-PARAMETROS-FILE.
               MOVE ZERO TO WS-PARM-LINEA.
               MOVE 'N' TO EOF-PARM.
               PERFORM UNTIL FIN-PARM
                   READ REBAJAS-PARAMETROS-FILE
                       AT END
                           SET FIN-PARM TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PARM-LINEA
                           IF REBAJAS-PARM-LINE IS NUMERIC
                               AND REBAJAS-PARM-LINE NOT = "000"
                               EVALUATE WS-PARM-LINEA
                                   WHEN 1
                                       MOVE REBAJAS-PARM-LINE TO
                                           PARM-MESES-LENTO
                                   WHEN 2
                                       MOVE REBAJAS-PARM-LINE TO
                                           PARM-MESES-MUERTO
                                   WHEN 3
                                       MOVE REBAJAS-PARM-LINE TO
                                           PARM-STOCK-ALTO
                                   WHEN 4
                                       MOVE REBAJAS-PARM-LINE TO
                                           PARM-REBAJA-MAXIMA
                                   WHEN OTHER
                                       SET FIN-PARM TO TRUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE REBAJAS-PARAMETROS-FILE.
               IF PARM-MESES-MUERTO < PARM-MESES-LENTO
                   MOVE PARM-MESES-LENTO TO PARM-MESES-MUERTO
               END-IF.
               IF PARM-REBAJA-MAXIMA > 90
                   MOVE 90 TO PARM-REBAJA-MAXIMA
               END-IF.

           ABRIR-AUXILIARES.
               MOVE 'N' TO WS-STOCK-TIENDAS-OK.
               OPEN INPUT STOCK-TIENDAS-FILE.
               IF ST-STOCK-TIENDA = "00"
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-PRECIOS-OK.
               OPEN INPUT PRECIOS-FILE.
               IF ST-PRECIOS = "00"
                   SET PRECIOS-DISPONIBLE TO TRUE
               END-IF.

           CERRAR-AUXILIARES.
               IF STOCK-TIENDAS-DISPONIBLE
                   CLOSE STOCK-TIENDAS-FILE
               END-IF.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.
               IF PRECIOS-DISPONIBLE
                   CLOSE PRECIOS-FILE
               END-IF.

           CARGAR-ULTIMAS-VENTAS.
      *>   SOLO CUENTAN LAS VENTAS: UNA DEVOLUCION NO ES SALIDA DEL
      *>   STOCK
               MOVE ZERO TO WS-LH-DESDE.
               MOVE ZERO TO WS-LH-HASTA.
               MOVE 'N' TO EOF-HIST.
               MOVE "I" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.
               PERFORM UNTIL FIN-HISTORICO
                   MOVE "N" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       IF HIST-VENTA
                           PERFORM ANOTAR-ULTIMA-VENTA
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           ANOTAR-ULTIMA-VENTA.
               MOVE HIST-ITEM-ID TO WS-BUSCA-ITEM.
               PERFORM ANOTAR-FECHA-VENTA.
               IF KITS-DISPONIBLE
                   MOVE HIST-ITEM-ID TO WS-KIT-ID
                   MOVE HIST-ITEM-ID TO KIT-ITEM-ID
                   MOVE LOW-VALUES TO KIT-COMPONENTE-ID
                   MOVE 'N' TO EOF-KIT
                   START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                       INVALID KEY
                           SET FIN-KIT TO TRUE
                   END-START
                   PERFORM UNTIL FIN-KIT
                       READ KITS-FILE NEXT RECORD
                           AT END
                               SET FIN-KIT TO TRUE
                           NOT AT END
                               IF KIT-ITEM-ID NOT = WS-KIT-ID
                                   SET FIN-KIT TO TRUE
                               ELSE
                                   MOVE KIT-COMPONENTE-ID
                                       TO WS-BUSCA-ITEM
                                   PERFORM ANOTAR-FECHA-VENTA
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           ANOTAR-FECHA-VENTA.
               PERFORM LOCALIZAR-ARTICULO.
               IF WS-IDX > ZERO
                   IF HIST-SALE-DATE > WS-ART-ULT-VENTA (WS-IDX)
                       MOVE HIST-SALE-DATE
                           TO WS-ART-ULT-VENTA (WS-IDX)
                   END-IF
               END-IF.

           CARGAR-STOCK-TIENDAS.
               IF STOCK-TIENDAS-DISPONIBLE
                   MOVE LOW-VALUES TO STKT-CLAVE
                   MOVE 'N' TO EOF-STKT
                   START STOCK-TIENDAS-FILE
                       KEY IS NOT LESS THAN STKT-CLAVE
                       INVALID KEY
                           SET FIN-STKT TO TRUE
                   END-START
                   PERFORM UNTIL FIN-STKT
                       READ STOCK-TIENDAS-FILE NEXT RECORD
                           AT END
                               SET FIN-STKT TO TRUE
                           NOT AT END
                               IF STKT-QTY NOT = ZERO
                                   MOVE STKT-ITEM-ID TO WS-BUSCA-ITEM
                                   PERFORM LOCALIZAR-ARTICULO
                                   IF WS-IDX > ZERO
                                       ADD STKT-QTY TO
                                           WS-ART-STOCK-TIENDAS (WS-IDX)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           LOCALIZAR-ARTICULO.
      *>   DEVUELVE EN WS-IDX LA ENTRADA DE WS-BUSCA-ITEM, DANDOLA DE
      *>   ALTA SI NO ESTA (CERO SI LA TABLA ESTA LLENA)
               PERFORM BUSCAR-ARTICULO.
               IF WS-IDX = ZERO
                   IF WS-NUM-ART < 3000
                       ADD 1 TO WS-NUM-ART
                       MOVE WS-NUM-ART TO WS-IDX
                       MOVE WS-BUSCA-ITEM TO WS-ART-ITEM (WS-IDX)
                       MOVE ZERO TO WS-ART-ULT-VENTA (WS-IDX)
                       MOVE ZERO TO WS-ART-STOCK-TIENDAS (WS-IDX)
                   ELSE
                       DISPLAY "AVISO: tabla de articulos llena; "
                           WS-BUSCA-ITEM " no se anota"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               END-IF.

           BUSCAR-ARTICULO.
               MOVE ZERO TO WS-IDX.
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-NUM-ART
                   IF WS-ART-ITEM (WS-A) = WS-BUSCA-ITEM
                       MOVE WS-A TO WS-IDX
                       MOVE WS-NUM-ART TO WS-A
                   END-IF
               END-PERFORM.

           DESCARTAR-PENDIENTES.
      *>   LAS PROPUESTAS QUE EL COMPRADOR NO LLEGO A REVISAR SE
      *>   SUSTITUYEN POR LAS DE ESTA PASADA; APROBADAS Y RECHAZADAS
      *>   SE CONSERVAN
               MOVE ZERO TO WS-DESCARTADAS.
               MOVE LOW-VALUES TO RBJ-CLAVE.
               MOVE 'N' TO EOF-REBAJA.
               START REBAJAS-FILE KEY IS NOT LESS THAN RBJ-CLAVE
                   INVALID KEY
                       SET FIN-REBAJAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-REBAJAS
                   READ REBAJAS-FILE NEXT RECORD
                       AT END
                           SET FIN-REBAJAS TO TRUE
                       NOT AT END
                           IF RBJ-PENDIENTE
                               DELETE REBAJAS-FILE RECORD
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-DESCARTADAS
                               END-DELETE
                           END-IF
                   END-READ
               END-PERFORM.

           EVALUAR-REBAJA.
      *>   TARJETAS REGALO Y SERVICIOS NO TIENEN STOCK; UN ARTICULO
      *>   BLOQUEADO NO ADMITE MOVIMIENTO Y NO SE REBAJA
               IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                   OR ITEM-BLOQUEADO
                   GO TO EVALUAR-REBAJA-EXIT
               END-IF.
               MOVE ITEM-ID-KEY TO WS-BUSCA-ITEM.
               PERFORM BUSCAR-ARTICULO.
               MOVE ITEM-STOCK-QTY TO WS-STOCK-TOTAL.
               MOVE ZERO TO WS-ULT-VENTA.
               IF WS-IDX > ZERO
                   ADD WS-ART-STOCK-TIENDAS (WS-IDX) TO WS-STOCK-TOTAL
                   MOVE WS-ART-ULT-VENTA (WS-IDX) TO WS-ULT-VENTA
               END-IF.
               IF WS-STOCK-TOTAL NOT > ZERO
                   GO TO EVALUAR-REBAJA-EXIT
               END-IF.

      *>   MESES COMPLETOS DESDE LA ULTIMA VENTA. SIN NINGUNA VENTA EN
      *>   EL HISTORICO EL ARTICULO ENTRA EN EL PRIMER ESCALON DEL
      *>   STOCK MUERTO
               IF WS-ULT-VENTA = ZERO
                   MOVE PARM-MESES-MUERTO TO WS-MESES
               ELSE
                   COMPUTE WS-MESES =
                       (WS-HOY-ANO * 12 + WS-HOY-MES)
                       - (WS-ULT-ANO * 12 + WS-ULT-MES)
                   IF WS-HOY-DIA < WS-ULT-DIA
                       SUBTRACT 1 FROM WS-MESES
                   END-IF
               END-IF.
               IF WS-MESES < PARM-MESES-LENTO
                   GO TO EVALUAR-REBAJA-EXIT
               END-IF.

      *>   ESCALONES: STOCK LENTO 10%; STOCK MUERTO 20% Y 10 PUNTOS
      *>   MAS POR CADA TRIMESTRE ADICIONAL SIN VENTA; 10 PUNTOS MAS SI
      *>   QUEDA STOCK ALTO. NUNCA POR ENCIMA DE LA REBAJA MAXIMA
               IF WS-MESES < PARM-MESES-MUERTO
                   MOVE 10 TO WS-PCT
               ELSE
                   COMPUTE WS-EXCESO = WS-MESES - PARM-MESES-MUERTO
                   DIVIDE WS-EXCESO BY 3 GIVING WS-ESCALONES
                   COMPUTE WS-PCT = 20 + 10 * WS-ESCALONES
                       ON SIZE ERROR
                           MOVE PARM-REBAJA-MAXIMA TO WS-PCT
                   END-COMPUTE
               END-IF.
               IF WS-STOCK-TOTAL NOT < PARM-STOCK-ALTO
                   ADD 10 TO WS-PCT
                       ON SIZE ERROR
                           MOVE PARM-REBAJA-MAXIMA TO WS-PCT
                   END-ADD
               END-IF.
               IF WS-PCT > PARM-REBAJA-MAXIMA
                   MOVE PARM-REBAJA-MAXIMA TO WS-PCT
               END-IF.
               IF WS-PCT = ZERO
                   GO TO EVALUAR-REBAJA-EXIT
               END-IF.

      *>   SI YA HAY UN CAMBIO DE PRECIO PROGRAMADO NO SE PROPONE
      *>   OTRO; SI EL PRECIO VIGENTE YA ESTA AL NIVEL DEL ESCALON
      *>   (REBAJA ANTERIOR) TAMPOCO
               PERFORM RESOLVER-PRECIO-ACTUAL.
               IF HAY-PRECIO-FUTURO
                   GO TO EVALUAR-REBAJA-EXIT
               END-IF.
               COMPUTE WS-PRECIO-NUEVO ROUNDED =
                   ITEM-PRECIO-REF * (100 - WS-PCT) / 100.
               IF WS-PRECIO-NUEVO NOT < WS-PRECIO-VIGENTE
                   GO TO EVALUAR-REBAJA-EXIT
               END-IF.

      *>   UNA REBAJA YA RECHAZADA POR EL COMPRADOR SOLO SE VUELVE A
      *>   PROPONER CUANDO EL ESCALON ES MAS PROFUNDO
               PERFORM COMPROBAR-RECHAZOS.
               IF YA-RECHAZADA
                   GO TO EVALUAR-REBAJA-EXIT
               END-IF.

               MOVE ITEM-ID-KEY TO RBJ-ITEM-ID.
               MOVE WS-HOY TO RBJ-FECHA-PROPUESTA.
               MOVE ITEM-CATEGORY TO RBJ-CATEGORIA.
               MOVE WS-ULT-VENTA TO RBJ-ULT-VENTA.
               MOVE WS-MESES TO RBJ-MESES.
               MOVE WS-STOCK-TOTAL TO RBJ-STOCK.
               MOVE ITEM-COSTE TO RBJ-COSTE.
               MOVE ITEM-PRECIO-REF TO RBJ-PRECIO-REF.
               MOVE WS-PRECIO-VIGENTE TO RBJ-PRECIO-ANTERIOR.
               MOVE WS-PCT TO RBJ-PORCENTAJE.
               MOVE WS-PRECIO-NUEVO TO RBJ-PRECIO-REBAJADO.
               SET RBJ-PENDIENTE TO TRUE.
               MOVE ZERO TO RBJ-FECHA-EFECTO.
               MOVE ZERO TO RBJ-FECHA-APROBACION.
               WRITE REBAJA-REG
                   INVALID KEY
                       DISPLAY "AVISO: " ITEM-ID-KEY
                           " ya tiene rebaja decidida hoy"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO EVALUAR-REBAJA-EXIT
               END-WRITE.
               ADD 1 TO WS-PROPUESTAS.
               ADD 1 TO WS-JOB-ESCRITOS.

               MOVE WS-MESES TO WS-MESES-ED.
               MOVE WS-STOCK-TOTAL TO WS-STOCK-ED.
               MOVE WS-PRECIO-VIGENTE TO WS-PRECIO-ED.
               MOVE WS-PCT TO WS-PCT-ED.
               MOVE WS-PRECIO-NUEVO TO WS-PRECIO2-ED.
               MOVE ITEM-COSTE TO WS-COSTE-ED.
               IF WS-ULT-VENTA = ZERO
                   MOVE "NINGUNA " TO WS-ULT-VENTA-ED
               ELSE
                   MOVE WS-ULT-VENTA TO WS-ULT-VENTA-ED
               END-IF.
               MOVE SPACES TO PROPUESTA-LINE.
               STRING "  " ITEM-ID-KEY " " ITEM-DESCRIPTION
                   " " ITEM-CATEGORY " " WS-ULT-VENTA-ED
                   "  " WS-MESES-ED " " WS-STOCK-ED
                   "  " WS-PRECIO-ED "  " WS-PCT-ED "%  "
                   WS-PRECIO2-ED "  " WS-COSTE-ED
                   DELIMITED BY SIZE INTO PROPUESTA-LINE
               END-STRING.
               WRITE PROPUESTA-LINE.

           EVALUAR-REBAJA-EXIT.
               EXIT.

           RESOLVER-PRECIO-ACTUAL.
      *>   PRECIO VIGENTE HOY: EL ULTIMO PRECIO FECHADO CON EFECTO NO
      *>   POSTERIOR A HOY, O EL DEL MAESTRO SI NO HAY NINGUNO. UN
      *>   PRECIO CON EFECTO FUTURO SE SENALA APARTE
               MOVE ITEM-PRECIO-REF TO WS-PRECIO-VIGENTE.
               MOVE 'N' TO WS-PRECIO-FUTURO.
               IF PRECIOS-DISPONIBLE
                   MOVE ITEM-ID-KEY TO PRE-ITEM-ID
                   MOVE ZEROS TO PRE-FECHA-DESDE
                   MOVE 'N' TO WS-FIN-SCAN-PRECIO
                   START PRECIOS-FILE
                       KEY IS NOT LESS THAN PRECIO-CLAVE
                       INVALID KEY
                           SET FIN-SCAN-PRECIO TO TRUE
                   END-START
                   PERFORM UNTIL FIN-SCAN-PRECIO
                       READ PRECIOS-FILE NEXT RECORD
                           AT END
                               SET FIN-SCAN-PRECIO TO TRUE
                           NOT AT END
                               IF PRE-ITEM-ID NOT = ITEM-ID-KEY
                                   SET FIN-SCAN-PRECIO TO TRUE
                               ELSE
                                   IF PRE-FECHA-DESDE > WS-HOY
                                       SET HAY-PRECIO-FUTURO TO TRUE
                                       SET FIN-SCAN-PRECIO TO TRUE
                                   ELSE
                                       MOVE PRE-PRECIO
                                           TO WS-PRECIO-VIGENTE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           COMPROBAR-RECHAZOS.
               MOVE 'N' TO WS-RECHAZO.
               MOVE ITEM-ID-KEY TO RBJ-ITEM-ID.
               MOVE ZERO TO RBJ-FECHA-PROPUESTA.
               MOVE 'N' TO EOF-REBAJA.
               START REBAJAS-FILE KEY IS NOT LESS THAN RBJ-CLAVE
                   INVALID KEY
                       SET FIN-REBAJAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-REBAJAS
                   READ REBAJAS-FILE NEXT RECORD
                       AT END
                           SET FIN-REBAJAS TO TRUE
                       NOT AT END
                           IF RBJ-ITEM-ID NOT = ITEM-ID-KEY
                               SET FIN-REBAJAS TO TRUE
                           ELSE
                               IF RBJ-RECHAZADA
                                   AND RBJ-PORCENTAJE NOT < WS-PCT
                                   SET YA-RECHAZADA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           REVISAR-REBAJAS.
               OPEN I-O REBAJAS-FILE.
               IF ST-REBAJAS NOT = "00"
                   DISPLAY "No hay propuestas de rebaja (" ST-REBAJAS
                       ")"
                   GO TO REVISAR-REBAJAS-EXIT
               END-IF.
               OPEN I-O PRECIOS-FILE.
               IF ST-PRECIOS = "35"
                   OPEN OUTPUT PRECIOS-FILE
                   CLOSE PRECIOS-FILE
                   OPEN I-O PRECIOS-FILE
               END-IF.
               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               MOVE ZERO TO WS-APROBADAS.
               MOVE ZERO TO WS-RECHAZADAS.
               MOVE 'N' TO WS-FIN-REVISION.
               MOVE LOW-VALUES TO RBJ-CLAVE.
               MOVE 'N' TO EOF-REBAJA.
               START REBAJAS-FILE KEY IS NOT LESS THAN RBJ-CLAVE
                   INVALID KEY
                       SET FIN-REBAJAS TO TRUE
               END-START.
               PERFORM UNTIL FIN-REBAJAS OR FIN-REVISION
                   READ REBAJAS-FILE NEXT RECORD
                       AT END
                           SET FIN-REBAJAS TO TRUE
                       NOT AT END
                           IF RBJ-PENDIENTE
                               PERFORM REVISAR-PROPUESTA
                           END-IF
                   END-READ
               END-PERFORM.

               CLOSE REBAJAS-FILE.
               CLOSE PRECIOS-FILE.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               DISPLAY "Aprobadas: " WS-APROBADAS
                   "  Rechazadas: " WS-RECHAZADAS.

           REVISAR-REBAJAS-EXIT.
               EXIT.

           REVISAR-PROPUESTA.
               MOVE SPACES TO ITEM-DESCRIPTION.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE RBJ-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO ITEM-DESCRIPTION
                   END-READ
               END-IF.
               MOVE RBJ-MESES TO WS-MESES-ED.
               MOVE RBJ-STOCK TO WS-STOCK-ED.
               MOVE RBJ-PRECIO-ANTERIOR TO WS-PRECIO-ED.
               MOVE RBJ-PORCENTAJE TO WS-PCT-ED.
               MOVE RBJ-PRECIO-REBAJADO TO WS-PRECIO2-ED.
               MOVE RBJ-COSTE TO WS-COSTE-ED.
               DISPLAY " ".
               DISPLAY RBJ-ITEM-ID " " ITEM-DESCRIPTION
                   " categoria " RBJ-CATEGORIA
                   " propuesta " RBJ-FECHA-PROPUESTA.
               DISPLAY "  " WS-MESES-ED " meses sin venta, stock "
                   WS-STOCK-ED ", coste " WS-COSTE-ED.
               DISPLAY "  precio " WS-PRECIO-ED " rebaja " WS-PCT-ED
                   "% -> " WS-PRECIO2-ED.
               DISPLAY "A=aprobar M=aprobar con otro % R=rechazar "
                   "F=fin, otra=dejar pendiente: "
                   WITH NO ADVANCING.
               MOVE SPACE TO WS-DECISION.
               ACCEPT WS-DECISION.

               EVALUATE WS-DECISION
                   WHEN "A"
                       PERFORM APROBAR-REBAJA
                   WHEN "M"
                       DISPLAY "Porcentaje de rebaja (1-"
                           PARM-REBAJA-MAXIMA "): "
                           WITH NO ADVANCING
                       MOVE ZERO TO WS-PCT-NUEVO
                       ACCEPT WS-PCT-NUEVO
                       IF WS-PCT-NUEVO = ZERO
                           OR WS-PCT-NUEVO > PARM-REBAJA-MAXIMA
                           DISPLAY "Porcentaje no valido; queda "
                               "pendiente"
                       ELSE
                           MOVE WS-PCT-NUEVO TO RBJ-PORCENTAJE
                           COMPUTE RBJ-PRECIO-REBAJADO ROUNDED =
                               RBJ-PRECIO-REF * (100 - RBJ-PORCENTAJE)
                               / 100
                           MOVE RBJ-PRECIO-REBAJADO TO WS-PRECIO2-ED
                           DISPLAY "  nuevo precio " WS-PRECIO2-ED
                           PERFORM APROBAR-REBAJA
                       END-IF
                   WHEN "R"
                       SET RBJ-RECHAZADA TO TRUE
                       MOVE WS-HOY TO RBJ-FECHA-APROBACION
                       REWRITE REBAJA-REG
                           INVALID KEY
                               ADD 1 TO WS-JOB-RECHAZADOS
                           NOT INVALID KEY
                               ADD 1 TO WS-RECHAZADAS
                       END-REWRITE
                   WHEN "F"
                       SET FIN-REVISION TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           APROBAR-REBAJA.
      *>   LA REBAJA ENTRA EN VIGOR EN UNA FECHA FUTURA: LA CAJA Y EL
      *>   CIERRE DE VENTAS LA APLICAN DESDE ESE DIA
               DISPLAY "Fecha de efecto (AAAAMMDD, 0=" WS-MANANA "): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-EFECTO.
               ACCEPT WS-FECHA-EFECTO.
               IF WS-FECHA-EFECTO = ZERO
                   MOVE WS-MANANA TO WS-FECHA-EFECTO
               END-IF.
               IF WS-FECHA-EFECTO NOT > WS-HOY
                   DISPLAY "La fecha de efecto debe ser posterior a "
                       "hoy; queda pendiente"
               ELSE
                   MOVE RBJ-ITEM-ID TO PRE-ITEM-ID
                   MOVE WS-FECHA-EFECTO TO PRE-FECHA-DESDE
                   MOVE RBJ-PRECIO-REBAJADO TO PRE-PRECIO
                   WRITE PRECIO-REG
                       INVALID KEY
                           REWRITE PRECIO-REG
                   END-WRITE
                   SET RBJ-APROBADA TO TRUE
                   MOVE WS-FECHA-EFECTO TO RBJ-FECHA-EFECTO
                   MOVE WS-HOY TO RBJ-FECHA-APROBACION
                   REWRITE REBAJA-REG
                       INVALID KEY
                           ADD 1 TO WS-JOB-RECHAZADOS
                       NOT INVALID KEY
                           ADD 1 TO WS-APROBADAS
                           ADD 1 TO WS-JOB-ESCRITOS
                           DISPLAY "  Rebaja aprobada con efecto "
                               WS-FECHA-EFECTO
                   END-REWRITE
               END-IF.

           INFORME-REBAJAS.
               DISPLAY "Efecto desde (AAAAMMDD, 0=inicio): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-DESDE.
               ACCEPT WS-FECHA-DESDE.
               DISPLAY "Efecto hasta (AAAAMMDD, 0=hoy): "
                   WITH NO ADVANCING.
               MOVE ZERO TO WS-FECHA-HASTA.
               ACCEPT WS-FECHA-HASTA.
               IF WS-FECHA-HASTA = ZERO
                   MOVE WS-HOY TO WS-FECHA-HASTA
               END-IF.

               PERFORM CARGAR-REBAJAS-APROBADAS.
               IF WS-NUM-RBT > ZERO
                   PERFORM CARGAR-VENTAS-REBAJADAS
                   IF WS-LH-FIN = 'E'
                       DISPLAY "ERROR: historico de ventas ilegible; "
                           "no se emite el informe de rebajas"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO INFORME-REBAJAS-EXIT
                   END-IF
               END-IF.

               MOVE ZERO TO WS-NUM-CAT.
               MOVE ZERO TO WS-TOT-REBAJAS.
               MOVE ZERO TO WS-TOT-STOCK.
               MOVE ZERO TO WS-TOT-VENDIDO.
               MOVE ZERO TO WS-TOT-CEDIDO.
               OPEN OUTPUT INFORME-REBAJAS-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "INFORME DE REBAJAS CON EFECTO DEL "
                   WS-FECHA-DESDE " AL " WS-FECHA-HASTA
                   " (VENTAS HASTA " WS-HOY ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  ARTICULO CA EFECTO   ANTES  AHORA   STOCK"
                   & " VENDIDO %VEND.  MARGEN CEDIDO"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-NUM-RBT
                   PERFORM ESCRIBIR-LINEA-REBAJA
               END-PERFORM.
               IF WS-NUM-RBT = ZERO
                   MOVE "  Ninguna rebaja aprobada en el periodo."
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "RESUMEN POR CATEGORIA" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  CA REBAJAS   STOCK VENDIDO %VEND.  MARGEN CEDIDO"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NUM-CAT
                   MOVE WS-CAT-REBAJAS (WS-K) TO WS-REBAJAS-ED
                   MOVE WS-CAT-STOCK (WS-K) TO WS-STOCK-ED
                   MOVE WS-CAT-VENDIDO (WS-K) TO WS-VENDIDO-ED
                   MOVE WS-CAT-STOCK (WS-K) TO WS-PV-STOCK
                   MOVE WS-CAT-VENDIDO (WS-K) TO WS-PV-VENDIDO
                   PERFORM CALCULAR-PCT-VENDIDO
                   MOVE WS-CAT-CEDIDO (WS-K) TO WS-CEDIDO-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-CAT-ID (WS-K) "   " WS-REBAJAS-ED
                       WS-STOCK-ED WS-VENDIDO-ED " "
                       WS-PCT-VENDIDO-ED " " WS-CEDIDO-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
                   ADD WS-CAT-REBAJAS (WS-K) TO WS-TOT-REBAJAS
                   ADD WS-CAT-STOCK (WS-K) TO WS-TOT-STOCK
                   ADD WS-CAT-VENDIDO (WS-K) TO WS-TOT-VENDIDO
                   ADD WS-CAT-CEDIDO (WS-K) TO WS-TOT-CEDIDO
               END-PERFORM.

               MOVE WS-TOT-STOCK TO WS-PV-STOCK.
               MOVE WS-TOT-VENDIDO TO WS-PV-VENDIDO.
               PERFORM CALCULAR-PCT-VENDIDO.
               MOVE WS-TOT-REBAJAS TO WS-REBAJAS-ED.
               MOVE WS-TOT-STOCK TO WS-STOCK-ED.
               MOVE WS-TOT-VENDIDO TO WS-VENDIDO-ED.
               MOVE WS-TOT-CEDIDO TO WS-CEDIDO-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  TOTAL" WS-REBAJAS-ED WS-STOCK-ED
                   WS-VENDIDO-ED " " WS-PCT-VENDIDO-ED " "
                   WS-CEDIDO-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               CLOSE INFORME-REBAJAS-FILE.

               MOVE "informe-rebajas.dat" TO WS-SPOOL-NOMBRE.
               MOVE "REBAJAS-STOCK" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           INFORME-REBAJAS-EXIT.
               EXIT.

           CARGAR-REBAJAS-APROBADAS.
               MOVE ZERO TO WS-NUM-RBT.
               OPEN INPUT REBAJAS-FILE.
               IF ST-REBAJAS = "00"
                   MOVE 'N' TO EOF-REBAJA
                   PERFORM UNTIL FIN-REBAJAS
                       READ REBAJAS-FILE NEXT RECORD
                           AT END
                               SET FIN-REBAJAS TO TRUE
                           NOT AT END
                               IF RBJ-APROBADA
                                   AND RBJ-FECHA-EFECTO
                                       NOT < WS-FECHA-DESDE
                                   AND RBJ-FECHA-EFECTO
                                       NOT > WS-FECHA-HASTA
                                   PERFORM ANOTAR-REBAJA-APROBADA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REBAJAS-FILE
               END-IF.

           ANOTAR-REBAJA-APROBADA.
               ADD 1 TO WS-JOB-LEIDOS.
               IF WS-NUM-RBT NOT < 1000
                   DISPLAY "AVISO: tabla de rebajas llena; "
                       RBJ-ITEM-ID " no se informa"
                   ADD 1 TO WS-JOB-RECHAZADOS
               ELSE
                   ADD 1 TO WS-NUM-RBT
                   MOVE RBJ-ITEM-ID TO WS-RBT-ITEM (WS-NUM-RBT)
                   MOVE RBJ-CATEGORIA TO WS-RBT-CATEGORIA (WS-NUM-RBT)
                   MOVE RBJ-FECHA-EFECTO TO WS-RBT-EFECTO (WS-NUM-RBT)
                   MOVE RBJ-PRECIO-ANTERIOR
                       TO WS-RBT-ANTERIOR (WS-NUM-RBT)
                   MOVE RBJ-PRECIO-REBAJADO
                       TO WS-RBT-REBAJADO (WS-NUM-RBT)
                   MOVE RBJ-STOCK TO WS-RBT-STOCK (WS-NUM-RBT)
                   MOVE ZERO TO WS-RBT-VENDIDO (WS-NUM-RBT)
               END-IF.

           CARGAR-VENTAS-REBAJADAS.
      *>   UNA VENTA SE ATRIBUYE A LA ULTIMA REBAJA DEL ARTICULO EN
      *>   VIGOR EN SU FECHA; LAS DEVOLUCIONES RESTAN
               MOVE WS-FECHA-HASTA TO WS-LH-DESDE.
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-NUM-RBT
                   IF WS-RBT-EFECTO (WS-R) < WS-LH-DESDE
                       MOVE WS-RBT-EFECTO (WS-R) TO WS-LH-DESDE
                   END-IF
               END-PERFORM.
               MOVE WS-HOY TO WS-LH-HASTA.
               MOVE 'N' TO EOF-HIST.
               MOVE "I" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.
               PERFORM UNTIL FIN-HISTORICO
                   MOVE "N" TO WS-LH-OPERACION
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       PERFORM ANOTAR-VENTA-REBAJADA
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           ANOTAR-VENTA-REBAJADA.
               MOVE ZERO TO WS-R-HALLADO.
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-NUM-RBT
                   IF WS-RBT-ITEM (WS-R) = HIST-ITEM-ID
                       AND WS-RBT-EFECTO (WS-R) NOT > HIST-SALE-DATE
                       IF WS-R-HALLADO = ZERO
                           MOVE WS-R TO WS-R-HALLADO
                       ELSE
                           IF WS-RBT-EFECTO (WS-R) >
                                   WS-RBT-EFECTO (WS-R-HALLADO)
                               MOVE WS-R TO WS-R-HALLADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-R-HALLADO > ZERO
                   COMPUTE WS-RBT-VENDIDO (WS-R-HALLADO) =
                       WS-RBT-VENDIDO (WS-R-HALLADO)
                       + HIST-SIGNO * HIST-QTY
               END-IF.

           ESCRIBIR-LINEA-REBAJA.
      *>   MARGEN CEDIDO = DIFERENCIA DE PRECIO POR LAS UNIDADES
      *>   VENDIDAS CON LA REBAJA
               IF WS-RBT-REBAJADO (WS-R) < WS-RBT-ANTERIOR (WS-R)
                   COMPUTE WS-REDUCCION =
                       WS-RBT-ANTERIOR (WS-R) - WS-RBT-REBAJADO (WS-R)
               ELSE
                   MOVE ZERO TO WS-REDUCCION
               END-IF.
               COMPUTE WS-CEDIDO = WS-REDUCCION * WS-RBT-VENDIDO (WS-R).
               MOVE WS-RBT-STOCK (WS-R) TO WS-PV-STOCK.
               MOVE WS-RBT-VENDIDO (WS-R) TO WS-PV-VENDIDO.
               PERFORM CALCULAR-PCT-VENDIDO.
               MOVE WS-RBT-ANTERIOR (WS-R) TO WS-PRECIO-ED.
               MOVE WS-RBT-REBAJADO (WS-R) TO WS-PRECIO2-ED.
               MOVE WS-RBT-STOCK (WS-R) TO WS-STOCK-ED.
               MOVE WS-RBT-VENDIDO (WS-R) TO WS-VENDIDO-ED.
               MOVE WS-CEDIDO TO WS-CEDIDO-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " WS-RBT-ITEM (WS-R) " "
                   WS-RBT-CATEGORIA (WS-R) " " WS-RBT-EFECTO (WS-R)
                   " " WS-PRECIO-ED " " WS-PRECIO2-ED WS-STOCK-ED
                   WS-VENDIDO-ED " " WS-PCT-VENDIDO-ED " "
                   WS-CEDIDO-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE ZERO TO WS-K-HALLADO.
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NUM-CAT
                   IF WS-CAT-ID (WS-K) = WS-RBT-CATEGORIA (WS-R)
                       MOVE WS-K TO WS-K-HALLADO
                       MOVE WS-NUM-CAT TO WS-K
                   END-IF
               END-PERFORM.
               IF WS-K-HALLADO = ZERO AND WS-NUM-CAT < 100
                   ADD 1 TO WS-NUM-CAT
                   MOVE WS-NUM-CAT TO WS-K-HALLADO
                   MOVE WS-RBT-CATEGORIA (WS-R)
                       TO WS-CAT-ID (WS-K-HALLADO)
                   MOVE ZERO TO WS-CAT-REBAJAS (WS-K-HALLADO)
                   MOVE ZERO TO WS-CAT-STOCK (WS-K-HALLADO)
                   MOVE ZERO TO WS-CAT-VENDIDO (WS-K-HALLADO)
                   MOVE ZERO TO WS-CAT-CEDIDO (WS-K-HALLADO)
               END-IF.
               IF WS-K-HALLADO > ZERO
                   ADD 1 TO WS-CAT-REBAJAS (WS-K-HALLADO)
                   ADD WS-RBT-STOCK (WS-R)
                       TO WS-CAT-STOCK (WS-K-HALLADO)
                   ADD WS-RBT-VENDIDO (WS-R)
                       TO WS-CAT-VENDIDO (WS-K-HALLADO)
                   ADD WS-CEDIDO TO WS-CAT-CEDIDO (WS-K-HALLADO)
               END-IF.

           CALCULAR-PCT-VENDIDO.
      *>   PORCENTAJE DEL STOCK REBAJADO (WS-PV-STOCK) VENDIDO
      *>   DESPUES (WS-PV-VENDIDO)
               MOVE ZERO TO WS-PCT-VENDIDO.
               IF WS-PV-STOCK > ZERO
                   COMPUTE WS-PCT-VENDIDO ROUNDED =
                       WS-PV-VENDIDO * 100 / WS-PV-STOCK
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PCT-VENDIDO
                   END-COMPUTE
               END-IF.
               MOVE WS-PCT-VENDIDO TO WS-PCT-VENDIDO-ED.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "REBAJAS-STOCK" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM REBAJAS-STOCK.
