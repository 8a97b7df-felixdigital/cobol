       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQUETAS-PRECIO.

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

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT OPTIONAL PRECIOS-FILE
                   ASSIGN TO "precios-vigencia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRECIO-CLAVE
                   STATUS ST-PRECIOS.

                   SELECT OPTIONAL PROMOCIONES-FILE
                   ASSIGN TO "promociones.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PROMO-CODIGO
                   STATUS ST-PROMOCIONES.

                   SELECT OPTIONAL CALENDARIO-FILE
                   ASSIGN TO "calendario-negocio.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CAL-FECHA
                   STATUS ST-CALENDARIO.

      *>   UN FICHERO DE ETIQUETAS Y UNA HOJA DE CONFIRMACION POR
      *>   TIENDA Y FECHA DE EFECTO
                   SELECT ETIQUETAS-FILE
                   ASSIGN TO WS-ETIQUETAS-NOMBRE
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT CONFIRMACION-FILE
                   ASSIGN TO WS-CONFIRMACION-NOMBRE
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT RESUMEN-ETIQUETAS-FILE
                   ASSIGN TO "resumen-etiquetas.dat"
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

               FD TIENDAS-FILE.
                   COPY copytien.

               FD PRECIOS-FILE.
                   COPY copyprec.

               FD PROMOCIONES-FILE.
                   COPY copypromo.

               FD CALENDARIO-FILE.
                   COPY copycal.

      *>   UNA ETIQUETA DE LINEAL POR REGISTRO, EN COLUMNAS FIJAS PARA
      *>   LA IMPRESORA DE ETIQUETAS. EL PRECIO POR UNIDAD ES EL QUE
      *>   SALE CADA UNIDAD CON LA PROMOCION (EN UN 3X2, DOS TERCIOS
      *>   DEL PRECIO); SIN PROMOCION COINCIDE CON EL PRECIO
               FD ETIQUETAS-FILE.
                   01 ETIQUETA-REG.
                       05 ETQ-TIENDA-ID PIC X(5).
                       05 FILLER PIC X(1).
                       05 ETQ-ITEM-ID PIC X(8).
                       05 FILLER PIC X(1).
                       05 ETQ-EAN PIC X(13).
                       05 FILLER PIC X(1).
                       05 ETQ-DESCRIPCION PIC X(20).
                       05 FILLER PIC X(1).
                       05 ETQ-PRECIO PIC ZZ9,99.
                       05 FILLER PIC X(1).
                       05 ETQ-PRECIO-UNIDAD PIC ZZ9,99.
                       05 FILLER PIC X(1).
                       05 ETQ-PROMO PIC X(6).
                       05 FILLER PIC X(1).
      *>   ULTIMO DIA DE LA PROMOCION; CEROS SI NO HAY PROMOCION
                       05 ETQ-PROMO-HASTA PIC 9(8).
                       05 FILLER PIC X(1).
                       05 ETQ-FECHA-EFECTO PIC 9(8).

               FD CONFIRMACION-FILE.
                   01 CONFIRMACION-LINE PIC X(100).

               FD RESUMEN-ETIQUETAS-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-PRECIOS PIC X(2).
               77 ST-PROMOCIONES PIC X(2).
               77 ST-CALENDARIO PIC X(2).

               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-PRECIOS-OK PIC X VALUE 'N'.
                   88 PRECIOS-DISPONIBLE VALUE 'S'.
               01 WS-CALENDARIO-OK PIC X VALUE 'N'.
                   88 CALENDARIO-DISPONIBLE VALUE 'S'.

               01 EOF-STKT PIC X VALUE 'N'.
                   88 FIN-STKT VALUE 'S'.
               01 EOF-PRECIO PIC X VALUE 'N'.
                   88 FIN-PRECIOS VALUE 'S'.
               01 EOF-PROMO PIC X VALUE 'N'.
                   88 FIN-PROMOS VALUE 'S'.
               01 WS-FIN-SCAN-PRECIO PIC X VALUE 'N'.
                   88 FIN-SCAN-PRECIO VALUE 'S'.
               01 WS-DIA-HALLADO PIC X VALUE 'N'.
                   88 DIA-HALLADO VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-EFECTO PIC 9(8).
               01 WS-FECHA-ENTERO PIC S9(9) COMP.

               01 WS-ETIQUETAS-NOMBRE PIC X(40).
               01 WS-CONFIRMACION-NOMBRE PIC X(40).
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

      *>   PROMOCIONES ACTIVAS, COMO LAS CARGA EL CIERRE DE VENTAS: SE
      *>   APLICA LA PRIMERA QUE ENCAJE
               01 WS-PROMOS-TABLA.
                   05 WS-PROMO-ENTRADA OCCURS 50 TIMES.
                       10 WS-PROMO-CODIGO PIC X(6).
                       10 WS-PROMO-TIPO PIC X(1).
                       10 WS-PROMO-AMBITO PIC X(8).
                       10 WS-PROMO-DESDE PIC 9(8).
                       10 WS-PROMO-HASTA PIC 9(8).
                       10 WS-PROMO-PCT PIC 9(2)V99.
               77 WS-PROMOS-N PIC 9(2) VALUE 0.
               77 WS-P PIC 9(2) VALUE 0.

      *>   LO QUE CAMBIA DE PRECIO EN LA FECHA DE EFECTO: ARTICULOS CON
      *>   PRECIO NUEVO O PROMOCION 3X2 QUE EMPIEZA O TERMINA,
      *>   CATEGORIAS Y TIENDAS CON PROMOCION QUE EMPIEZA O TERMINA
               01 WS-CAND-TABLA.
                   05 WS-CAND-ITEM PIC X(8) OCCURS 2000 TIMES.
               77 WS-CAND-N PIC 9(4) VALUE 0.
               77 WS-C PIC 9(4) VALUE 0.
               01 WS-CCAT-TABLA.
                   05 WS-CCAT-ID PIC X(2) OCCURS 50 TIMES.
               77 WS-CCAT-N PIC 9(2) VALUE 0.
               01 WS-CTDA-TABLA.
                   05 WS-CTDA-ID PIC X(5) OCCURS 50 TIMES.
               77 WS-CTDA-N PIC 9(2) VALUE 0.
               77 WS-X PIC 9(4) VALUE 0.
               01 WS-ANOTAR-ITEM PIC X(8).
               01 WS-ES-CANDIDATO PIC X VALUE 'N'.
                   88 ES-CANDIDATO VALUE 'S'.

      *>   PRECIO DE VENTA EN UNA FECHA Y TIENDA
               01 WS-CALC-FECHA PIC 9(8).
               01 WS-CALC-TIENDA PIC X(5).
               01 WS-CALC-PRECIO PIC 9(3)V99.
               01 WS-CALC-UNIDAD PIC 9(3)V99.
               01 WS-CALC-PROMO PIC X(6).
               01 WS-CALC-HASTA PIC 9(8).
               01 WS-ANT-PRECIO PIC 9(3)V99.
               01 WS-ANT-UNIDAD PIC 9(3)V99.
               01 WS-ANT-PROMO PIC X(6).

               01 WS-TIENDA-ACTUAL PIC X(5).
               01 WS-TIENDA-ABIERTA PIC X VALUE 'N'.
                   88 FICHEROS-TIENDA-ABIERTOS VALUE 'S'.
               01 WS-TIENDA-CERRADA PIC X VALUE 'N'.
                   88 TIENDA-ACTUAL-CERRADA VALUE 'S'.
               01 WS-ETIQUETAS-TIENDA PIC 9(5) VALUE ZERO.
               01 WS-ETIQUETAS-TOTAL PIC 9(6) VALUE ZERO.
               01 WS-TIENDAS-CON-CAMBIOS PIC 9(4) VALUE ZERO.

               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-PRECIO2-ED PIC ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   PASO NOCTURNO: ETIQUETAS DE LINEAL DE LOS ARTICULOS CUYO
      *>   PRECIO DE VENTA CAMBIA EL PROXIMO DIA LABORABLE, POR NUEVO
      *>   PRECIO CON FECHA DE EFECTO O POR PROMOCION QUE EMPIEZA O
      *>   TERMINA, PARA CADA TIENDA QUE TIENE EL ARTICULO, CON SU HOJA
      *>   DE CONFIRMACION DEL CAMBIO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM CALCULAR-DIA-EFECTO.

               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos (" ST-ITEM ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               MOVE 'N' TO WS-TIENDAS-OK.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-PRECIOS-OK.
               OPEN INPUT PRECIOS-FILE.
               IF ST-PRECIOS = "00"
                   SET PRECIOS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM CARGAR-PROMOCIONES
                   THRU CARGAR-PROMOCIONES-EXIT.
               PERFORM CARGAR-PRECIOS-NUEVOS.

               OPEN OUTPUT RESUMEN-ETIQUETAS-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ETIQUETAS DE LINEAL - CAMBIOS DE PRECIO CON "
                   "EFECTO " WS-EFECTO " (GENERADO " WS-HOY ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE SPACES TO WS-TIENDA-ACTUAL.
               MOVE 'N' TO WS-TIENDA-ABIERTA.
               IF WS-CAND-N > ZERO OR WS-CCAT-N > ZERO
                   OR WS-CTDA-N > ZERO
                   OPEN INPUT STOCK-TIENDAS-FILE
                   IF ST-STOCK-TIENDA = "00"
                       PERFORM RECORRER-STOCK-TIENDAS
                       CLOSE STOCK-TIENDAS-FILE
                   END-IF
               END-IF.
               IF FICHEROS-TIENDA-ABIERTOS
                   PERFORM CERRAR-FICHEROS-TIENDA
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               STRING "TIENDAS CON CAMBIOS: " WS-TIENDAS-CON-CAMBIOS
                   "  ETIQUETAS: " WS-ETIQUETAS-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               CLOSE RESUMEN-ETIQUETAS-FILE.

               CLOSE ITEM-MASTER-FILE.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.
               IF PRECIOS-DISPONIBLE
                   CLOSE PRECIOS-FILE
               END-IF.

               MOVE "resumen-etiquetas.dat" TO WS-SPOOL-NOMBRE.
               MOVE "ETIQUETAS-PRECIO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CALCULAR-DIA-EFECTO.
      *>   EL PROXIMO DIA LABORABLE DESPUES DE HOY SEGUN EL CALENDARIO
      *>   DE NEGOCIO (UNA FECHA SIN REGISTRO ES LABORABLE). LOS
      *>   CAMBIOS QUE CAEN EN LOS FESTIVOS INTERMEDIOS SE ETIQUETAN
      *>   PARA ESE MISMO DIA
               MOVE 'N' TO WS-CALENDARIO-OK.
               OPEN INPUT CALENDARIO-FILE.
               IF ST-CALENDARIO = "00"
                   SET CALENDARIO-DISPONIBLE TO TRUE
               END-IF.
               COMPUTE WS-FECHA-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).
               MOVE 'N' TO WS-DIA-HALLADO.
               PERFORM UNTIL DIA-HALLADO
                   ADD 1 TO WS-FECHA-ENTERO
                   COMPUTE WS-EFECTO =
                       FUNCTION DATE-OF-INTEGER (WS-FECHA-ENTERO)
                   SET DIA-HALLADO TO TRUE
                   IF CALENDARIO-DISPONIBLE
                       MOVE WS-EFECTO TO CAL-FECHA
                       READ CALENDARIO-FILE
                           NOT INVALID KEY
                               IF DIA-FESTIVO
                                   MOVE 'N' TO WS-DIA-HALLADO
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM.
               IF CALENDARIO-DISPONIBLE
                   CLOSE CALENDARIO-FILE
               END-IF.

           CARGAR-PROMOCIONES.
               MOVE ZERO TO WS-PROMOS-N.
               OPEN INPUT PROMOCIONES-FILE.
               IF ST-PROMOCIONES NOT = "00"
                   GO TO CARGAR-PROMOCIONES-EXIT
               END-IF.

               MOVE LOW-VALUES TO PROMO-CODIGO.
               MOVE 'N' TO EOF-PROMO.
               START PROMOCIONES-FILE
                   KEY IS NOT LESS THAN PROMO-CODIGO
                   INVALID KEY
                       SET FIN-PROMOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-PROMOS
                   READ PROMOCIONES-FILE NEXT RECORD
                       AT END
                           SET FIN-PROMOS TO TRUE
                       NOT AT END
                           IF PROMO-ACTIVA AND WS-PROMOS-N < 50
                               ADD 1 TO WS-PROMOS-N
                               MOVE PROMO-CODIGO TO
                                   WS-PROMO-CODIGO (WS-PROMOS-N)
                               MOVE PROMO-TIPO TO
                                   WS-PROMO-TIPO (WS-PROMOS-N)
                               MOVE PROMO-AMBITO TO
                                   WS-PROMO-AMBITO (WS-PROMOS-N)
                               MOVE PROMO-DESDE TO
                                   WS-PROMO-DESDE (WS-PROMOS-N)
                               MOVE PROMO-HASTA TO
                                   WS-PROMO-HASTA (WS-PROMOS-N)
                               MOVE PROMO-PCT TO
                                   WS-PROMO-PCT (WS-PROMOS-N)
                               PERFORM ANOTAR-PROMO-CANDIDATA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE PROMOCIONES-FILE.

           CARGAR-PROMOCIONES-EXIT.
               EXIT.

           ANOTAR-PROMO-CANDIDATA.
      *>   UNA PROMOCION CAMBIA EL PRECIO SI EMPIEZA DESPUES DE HOY
      *>   HASTA LA FECHA DE EFECTO, O SI SU ULTIMO DIA CAE DESDE HOY
      *>   HASTA LA VISPERA DE LA FECHA DE EFECTO
               IF (PROMO-DESDE > WS-HOY AND PROMO-DESDE NOT > WS-EFECTO)
                   OR (PROMO-HASTA NOT < WS-HOY
                       AND PROMO-HASTA < WS-EFECTO)
                   EVALUATE TRUE
                       WHEN PROMO-3X2-ARTICULO
                           MOVE PROMO-AMBITO TO WS-ANOTAR-ITEM
                           PERFORM ANOTAR-ARTICULO-CANDIDATO
                       WHEN PROMO-PCT-CATEGORIA
                           IF WS-CCAT-N < 50
                               ADD 1 TO WS-CCAT-N
                               MOVE PROMO-AMBITO (1:2)
                                   TO WS-CCAT-ID (WS-CCAT-N)
                           END-IF
                       WHEN PROMO-PCT-TIENDA
                           IF WS-CTDA-N < 50
                               ADD 1 TO WS-CTDA-N
                               MOVE PROMO-AMBITO (1:5)
                                   TO WS-CTDA-ID (WS-CTDA-N)
                           END-IF
                   END-EVALUATE
               END-IF.

           CARGAR-PRECIOS-NUEVOS.
               IF PRECIOS-DISPONIBLE
                   MOVE LOW-VALUES TO PRECIO-CLAVE
                   MOVE 'N' TO EOF-PRECIO
                   START PRECIOS-FILE
                       KEY IS NOT LESS THAN PRECIO-CLAVE
                       INVALID KEY
                           SET FIN-PRECIOS TO TRUE
                   END-START
                   PERFORM UNTIL FIN-PRECIOS
                       READ PRECIOS-FILE NEXT RECORD
                           AT END
                               SET FIN-PRECIOS TO TRUE
                           NOT AT END
                               IF PRE-FECHA-DESDE > WS-HOY
                                   AND PRE-FECHA-DESDE
                                       NOT > WS-EFECTO
                                   MOVE PRE-ITEM-ID TO WS-ANOTAR-ITEM
                                   PERFORM ANOTAR-ARTICULO-CANDIDATO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           ANOTAR-ARTICULO-CANDIDATO.
               MOVE ZERO TO WS-X.
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAND-N
                   IF WS-CAND-ITEM (WS-C) = WS-ANOTAR-ITEM
                       MOVE WS-C TO WS-X
                       MOVE WS-CAND-N TO WS-C
                   END-IF
               END-PERFORM.
               IF WS-X = ZERO
                   IF WS-CAND-N < 2000
                       ADD 1 TO WS-CAND-N
                       MOVE WS-ANOTAR-ITEM TO WS-CAND-ITEM (WS-CAND-N)
                   ELSE
                       DISPLAY "AVISO: tabla de cambios llena; "
                           WS-ANOTAR-ITEM " sin etiqueta"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   END-IF
               END-IF.

           RECORRER-STOCK-TIENDAS.
      *>   SOLO LAS TIENDAS QUE TIENEN EL ARTICULO (EN STOCK O EN
      *>   CAMINO) NECESITAN ETIQUETA
               MOVE LOW-VALUES TO STKT-CLAVE.
               MOVE 'N' TO EOF-STKT.
               START STOCK-TIENDAS-FILE KEY IS NOT LESS THAN STKT-CLAVE
                   INVALID KEY
                       SET FIN-STKT TO TRUE
               END-START.
               PERFORM UNTIL FIN-STKT
                   READ STOCK-TIENDAS-FILE NEXT RECORD
                       AT END
                           SET FIN-STKT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF STKT-TIENDA-ID NOT = WS-TIENDA-ACTUAL
                               PERFORM CAMBIO-DE-TIENDA
                           END-IF
                           IF NOT TIENDA-ACTUAL-CERRADA
                               AND (STKT-QTY > ZERO
                                   OR STKT-EN-TRANSITO > ZERO)
                               PERFORM EVALUAR-ARTICULO-TIENDA
                                   THRU EVALUAR-ARTICULO-TIENDA-EXIT
                           END-IF
                   END-READ
               END-PERFORM.

           CAMBIO-DE-TIENDA.
               IF FICHEROS-TIENDA-ABIERTOS
                   PERFORM CERRAR-FICHEROS-TIENDA
               END-IF.
               MOVE STKT-TIENDA-ID TO WS-TIENDA-ACTUAL.
               MOVE 'N' TO WS-TIENDA-CERRADA.
               IF TIENDAS-DISPONIBLE
                   MOVE STKT-TIENDA-ID TO TIENDA-ID
                   READ TIENDAS-FILE
                       INVALID KEY
                           MOVE SPACES TO TIENDA-ESTADO
                   END-READ
                   IF TIENDA-CERRADA
                       SET TIENDA-ACTUAL-CERRADA TO TRUE
                   END-IF
               END-IF.

           EVALUAR-ARTICULO-TIENDA.
               MOVE STKT-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       GO TO EVALUAR-ARTICULO-TIENDA-EXIT
               END-READ.
               IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                   GO TO EVALUAR-ARTICULO-TIENDA-EXIT
               END-IF.

               MOVE 'N' TO WS-ES-CANDIDATO.
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAND-N
                   IF WS-CAND-ITEM (WS-C) = ITEM-ID-KEY
                       SET ES-CANDIDATO TO TRUE
                       MOVE WS-CAND-N TO WS-C
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CCAT-N
                   IF WS-CCAT-ID (WS-C) = ITEM-CATEGORY
                       SET ES-CANDIDATO TO TRUE
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CTDA-N
                   IF WS-CTDA-ID (WS-C) = STKT-TIENDA-ID
                       SET ES-CANDIDATO TO TRUE
                   END-IF
               END-PERFORM.
               IF NOT ES-CANDIDATO
                   GO TO EVALUAR-ARTICULO-TIENDA-EXIT
               END-IF.

      *>   SOLO SE ETIQUETA SI EL PRECIO QUE COBRARA LA CAJA, O SU
      *>   PROMOCION, ES DISTINTO DEL DE HOY
               MOVE STKT-TIENDA-ID TO WS-CALC-TIENDA.
               MOVE WS-HOY TO WS-CALC-FECHA.
               PERFORM CALCULAR-PRECIO-VENTA.
               MOVE WS-CALC-PRECIO TO WS-ANT-PRECIO.
               MOVE WS-CALC-UNIDAD TO WS-ANT-UNIDAD.
               MOVE WS-CALC-PROMO TO WS-ANT-PROMO.
               MOVE WS-EFECTO TO WS-CALC-FECHA.
               PERFORM CALCULAR-PRECIO-VENTA.
               IF WS-CALC-PRECIO = WS-ANT-PRECIO
                   AND WS-CALC-UNIDAD = WS-ANT-UNIDAD
                   AND WS-CALC-PROMO = WS-ANT-PROMO
                   GO TO EVALUAR-ARTICULO-TIENDA-EXIT
               END-IF.

               IF NOT FICHEROS-TIENDA-ABIERTOS
                   PERFORM ABRIR-FICHEROS-TIENDA
               END-IF.
               PERFORM ESCRIBIR-ETIQUETA.

           EVALUAR-ARTICULO-TIENDA-EXIT.
               EXIT.

           CALCULAR-PRECIO-VENTA.
      *>   PRECIO VIGENTE EN WS-CALC-FECHA (EL ULTIMO PRECIO FECHADO
      *>   NO POSTERIOR, O EL DEL MAESTRO) CON LA PRIMERA PROMOCION
      *>   QUE ENCAJE EN ESA FECHA Y TIENDA, COMO EN EL CIERRE DE
      *>   VENTAS
               MOVE ITEM-PRECIO-REF TO WS-CALC-PRECIO.
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
                                   OR PRE-FECHA-DESDE > WS-CALC-FECHA
                                   SET FIN-SCAN-PRECIO TO TRUE
                               ELSE
                                   MOVE PRE-PRECIO TO WS-CALC-PRECIO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

               MOVE WS-CALC-PRECIO TO WS-CALC-UNIDAD.
               MOVE SPACES TO WS-CALC-PROMO.
               MOVE ZERO TO WS-CALC-HASTA.
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PROMOS-N
                       OR WS-CALC-PROMO NOT = SPACES
                   IF WS-CALC-FECHA NOT < WS-PROMO-DESDE (WS-P)
                       AND WS-CALC-FECHA NOT > WS-PROMO-HASTA (WS-P)
                       PERFORM JUZGAR-PROMOCION
                   END-IF
               END-PERFORM.

           JUZGAR-PROMOCION.
               EVALUATE TRUE
                   WHEN WS-PROMO-TIPO (WS-P) = "C"
                       AND ITEM-CATEGORY =
                           WS-PROMO-AMBITO (WS-P) (1:2)
                       COMPUTE WS-CALC-PRECIO ROUNDED =
                           WS-CALC-PRECIO *
                           (1 - WS-PROMO-PCT (WS-P) / 100)
                       MOVE WS-CALC-PRECIO TO WS-CALC-UNIDAD
                       MOVE WS-PROMO-CODIGO (WS-P) TO WS-CALC-PROMO
                   WHEN WS-PROMO-TIPO (WS-P) = "B"
                       AND ITEM-ID-KEY = WS-PROMO-AMBITO (WS-P)
                       COMPUTE WS-CALC-UNIDAD ROUNDED =
                           WS-CALC-PRECIO * 2 / 3
                       MOVE WS-PROMO-CODIGO (WS-P) TO WS-CALC-PROMO
                   WHEN WS-PROMO-TIPO (WS-P) = "T"
                       AND WS-CALC-TIENDA =
                           WS-PROMO-AMBITO (WS-P) (1:5)
                       COMPUTE WS-CALC-PRECIO ROUNDED =
                           WS-CALC-PRECIO *
                           (1 - WS-PROMO-PCT (WS-P) / 100)
                       MOVE WS-CALC-PRECIO TO WS-CALC-UNIDAD
                       MOVE WS-PROMO-CODIGO (WS-P) TO WS-CALC-PROMO
               END-EVALUATE.
               IF WS-CALC-PROMO NOT = SPACES
                   MOVE WS-PROMO-HASTA (WS-P) TO WS-CALC-HASTA
               END-IF.

           ABRIR-FICHEROS-TIENDA.
               MOVE SPACES TO WS-ETIQUETAS-NOMBRE.
               STRING "etiquetas-" DELIMITED BY SIZE
                   WS-TIENDA-ACTUAL DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-EFECTO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-ETIQUETAS-NOMBRE
               END-STRING.
               MOVE SPACES TO WS-CONFIRMACION-NOMBRE.
               STRING "confirma-" DELIMITED BY SIZE
                   WS-TIENDA-ACTUAL DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-EFECTO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-CONFIRMACION-NOMBRE
               END-STRING.
               OPEN OUTPUT ETIQUETAS-FILE.
               OPEN OUTPUT CONFIRMACION-FILE.
               SET FICHEROS-TIENDA-ABIERTOS TO TRUE.
               MOVE ZERO TO WS-ETIQUETAS-TIENDA.
               ADD 1 TO WS-TIENDAS-CON-CAMBIOS.

               MOVE SPACES TO CONFIRMACION-LINE.
               STRING "TIENDA " WS-TIENDA-ACTUAL
                   " - CAMBIO DE ETIQUETAS CON EFECTO " WS-EFECTO
                   DELIMITED BY SIZE INTO CONFIRMACION-LINE
               END-STRING.
               WRITE CONFIRMACION-LINE.
               MOVE "CAMBIAR ANTES DE ABRIR Y MARCAR CADA ETIQUETA "
                   & "COLOCADA" TO CONFIRMACION-LINE.
               WRITE CONFIRMACION-LINE.
               MOVE SPACES TO CONFIRMACION-LINE.
               WRITE CONFIRMACION-LINE.
               MOVE "  HECHO ARTICULO DESCRIPCION          ANTES  "
                   & "AHORA  PROMO" TO CONFIRMACION-LINE.
               WRITE CONFIRMACION-LINE.

           ESCRIBIR-ETIQUETA.
               MOVE SPACES TO ETIQUETA-REG.
               MOVE WS-TIENDA-ACTUAL TO ETQ-TIENDA-ID.
               MOVE ITEM-ID-KEY TO ETQ-ITEM-ID.
               MOVE ITEM-BARCODE TO ETQ-EAN.
               MOVE ITEM-DESCRIPTION TO ETQ-DESCRIPCION.
               MOVE WS-CALC-PRECIO TO ETQ-PRECIO.
               MOVE WS-CALC-UNIDAD TO ETQ-PRECIO-UNIDAD.
               MOVE WS-CALC-PROMO TO ETQ-PROMO.
               MOVE WS-CALC-HASTA TO ETQ-PROMO-HASTA.
               MOVE WS-EFECTO TO ETQ-FECHA-EFECTO.
               WRITE ETIQUETA-REG.

               MOVE WS-ANT-PRECIO TO WS-PRECIO-ED.
               MOVE WS-CALC-PRECIO TO WS-PRECIO2-ED.
               MOVE SPACES TO CONFIRMACION-LINE.
               STRING "  [  ]  " ITEM-ID-KEY " " ITEM-DESCRIPTION
                   " " WS-PRECIO-ED " " WS-PRECIO2-ED "  "
                   WS-CALC-PROMO
                   DELIMITED BY SIZE INTO CONFIRMACION-LINE
               END-STRING.
               WRITE CONFIRMACION-LINE.

               ADD 1 TO WS-ETIQUETAS-TIENDA.
               ADD 1 TO WS-ETIQUETAS-TOTAL.
               ADD 1 TO WS-JOB-ESCRITOS.

           CERRAR-FICHEROS-TIENDA.
               MOVE SPACES TO CONFIRMACION-LINE.
               WRITE CONFIRMACION-LINE.
               MOVE SPACES TO CONFIRMACION-LINE.
               STRING "ETIQUETAS: " WS-ETIQUETAS-TIENDA
                   "   COLOCADAS: ______   FIRMA: ______________"
                   "   FECHA: ________"
                   DELIMITED BY SIZE INTO CONFIRMACION-LINE
               END-STRING.
               WRITE CONFIRMACION-LINE.
               CLOSE ETIQUETAS-FILE.
               CLOSE CONFIRMACION-FILE.
               MOVE 'N' TO WS-TIENDA-ABIERTA.

               MOVE WS-ETIQUETAS-NOMBRE TO WS-SPOOL-NOMBRE.
               MOVE "ETIQUETAS-PRECIO" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.
               MOVE WS-CONFIRMACION-NOMBRE TO WS-SPOOL-NOMBRE.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               MOVE SPACES TO REPORT-LINE.
               STRING "  TIENDA " WS-TIENDA-ACTUAL " ETIQUETAS "
                   WS-ETIQUETAS-TIENDA " EN " WS-ETIQUETAS-NOMBRE
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "ETIQUETAS-PRECIO" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM ETIQUETAS-PRECIO.
