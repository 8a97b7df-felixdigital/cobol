       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPUESTA-REPOSICION.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL NIVELES-TIENDA-FILE
                   ASSIGN TO "niveles-tienda.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS NIVT-CLAVE
                   STATUS ST-NIVELES.

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

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT PROPUESTA-REPOSICION-FILE
                   ASSIGN TO "propuesta-reposicion.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PRP-CLAVE
                   STATUS ST-PROPUESTA.

                   SELECT OPTIONAL REPOSICION-PARAMETROS-FILE
                   ASSIGN TO "reposicion-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT REPOSICION-REPORT-FILE
                   ASSIGN TO "reposicion-tiendas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD NIVELES-TIENDA-FILE.
                   COPY copynivt.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD KITS-FILE.
                   COPY copykit.

               FD PROPUESTA-REPOSICION-FILE.
                   COPY copyprep.

      *>   DOS LINEAS: DIAS DE HISTORICO PARA LA VENTA MEDIA Y DIAS DE
      *>   VENTA QUE DEBE CUBRIR EL STOCK HASTA QUE LLEGUE EL TRASLADO
               FD REPOSICION-PARAMETROS-FILE.
                   01 REPOSICION-PARM-LINE PIC X(3).

               FD REPOSICION-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-NIVELES PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-KITS PIC X(2).
               77 ST-PROPUESTA PIC X(2).

               01 WS-STOCK-TIENDAS-OK PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.

               01 PARM-DIAS-MUESTRA PIC 9(3) VALUE 28.
               01 PARM-DIAS-COBERTURA PIC 9(3) VALUE 3.
               01 WS-PARM-LINEA PIC 9(1) VALUE ZERO.
               01 EOF-PARM PIC X VALUE 'N'.
                   88 FIN-PARM VALUE 'S'.

               01 EOF-NIVELES PIC X VALUE 'N'.
                   88 FIN-NIVELES VALUE 'S'.

      *>   LA VENTA RECIENTE DE CADA TIENDA SE LEE A TRAVES DEL LECTOR
      *>   COMUN "leerhistorico"
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 WS-HOY PIC 9(8).
               01 WS-DESDE-ENTERO PIC S9(9) COMP.

      *>   LA VENTA DE UN KIT ES VENTA DE SUS COMPONENTES EN LA TIENDA
               01 WS-DEM-ARTICULO PIC X(8).
               01 WS-DEM-CANTIDAD PIC S9(7).
               01 WS-DEM-BASE PIC S9(7).
               01 WS-KIT-ID PIC X(8).
               01 WS-KIT-N PIC 9(2).
               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.
               01 WS-ES-KIT PIC X VALUE 'N'.
                   88 ARTICULO-ES-KIT VALUE 'S'.

      *>   TIENDA Y ARTICULO CON NIVELES, CON SU STOCK, SU TRANSITO, LA
      *>   VENTA NETA DE LA MUESTRA Y LO QUE YA CEDE A OTRAS TIENDAS EN
      *>   ESTA PROPUESTA
               01 WS-NIV-TABLA.
                   05 WS-NIV-ENTRADA OCCURS 2000 TIMES.
                       10 WS-NIV-TIENDA PIC X(5).
                       10 WS-NIV-ITEM PIC X(8).
                       10 WS-NIV-MINIMO PIC 9(5).
                       10 WS-NIV-MAXIMO PIC 9(5).
                       10 WS-NIV-STOCK PIC S9(5).
                       10 WS-NIV-TRANSITO PIC 9(5).
                       10 WS-NIV-VENTA PIC S9(7).
                       10 WS-NIV-CEDIDO PIC 9(5).
               77 WS-NUM-NIV PIC 9(4) VALUE 0.
               77 WS-N PIC 9(4) VALUE 0.
               77 WS-O PIC 9(4) VALUE 0.

      *>   STOCK CENTRAL YA COMPROMETIDO EN ESTA PROPUESTA, POR
      *>   ARTICULO
               01 WS-CEN-TABLA.
                   05 WS-CEN-ENTRADA OCCURS 1000 TIMES.
                       10 WS-CEN-ITEM PIC X(8).
                       10 WS-CEN-ASIGNADO PIC 9(7).
               77 WS-NUM-CEN PIC 9(4) VALUE 0.
               77 WS-X PIC 9(4) VALUE 0.

               01 WS-DISPONIBLE PIC S9(6).
               01 WS-CONSUMO PIC S9(7).
               01 WS-PROYECTADO PIC S9(7).
               01 WS-NECESIDAD PIC S9(7).
               01 WS-LIBRE PIC S9(7).
               01 WS-TOMAR PIC S9(7).
               01 WS-VENTA-DIARIA PIC 9(5)V99.
               01 WS-ORIGEN PIC X(5).

               01 WS-LINEAS-PROPUESTA PIC 9(5) VALUE ZERO.
               01 WS-UNIDADES-PROPUESTA PIC 9(7) VALUE ZERO.
               01 WS-SIN-CUBRIR PIC 9(5) VALUE ZERO.

               01 WS-QTY-ED PIC ZZZZ9.
               01 WS-STOCK-ED PIC -ZZZZ9.
               01 WS-VENTA-ED PIC ZZZZ9,99.
               01 WS-MINIMO-ED PIC ZZZZ9.
               01 WS-MAXIMO-ED PIC ZZZZ9.
               01 WS-ORIGEN-ED PIC X(7).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   PROPUESTA NOCTURNA DE REPOSICION DE TIENDAS: PARA CADA
      *>   TIENDA Y ARTICULO CON NIVELES, EL STOCK MAS LO QUE YA VIENE
      *>   EN TRANSITO, MENOS LA VENTA PREVISTA HASTA QUE LLEGUE EL
      *>   TRASLADO SEGUN LA VENTA MEDIA RECIENTE, SE COMPARA CON EL
      *>   MINIMO; SI QUEDA POR DEBAJO SE PROPONE LLEVARLO AL MAXIMO,
      *>   PRIMERO DESDE EL ALMACEN CENTRAL Y, SI NO ALCANZA, DESDE
      *>   TIENDAS QUE ESTAN POR ENCIMA DE SU MAXIMO. LA PROPUESTA
      *>   NUEVA SUSTITUYE A LA QUE HUBIERA SIN APROBAR; SE APRUEBA EN
      *>   EL TRASLADO DE STOCK
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM CARGAR-PARAMETROS-REPOSICION.

               OPEN INPUT NIVELES-TIENDA-FILE.
               IF ST-NIVELES NOT = "00"
                   DISPLAY "No hay niveles de reposicion por tienda ("
                       ST-NIVELES ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-STOCK-TIENDAS-OK.
               OPEN INPUT STOCK-TIENDAS-FILE.
               IF ST-STOCK-TIENDA = "00"
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-TIENDAS-OK.
               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
               END-IF.
               MOVE 'N' TO WS-ITEM-MASTER-OK.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               ELSE
                   DISPLAY "AVISO: maestro de articulos no disponible ("
                       ST-ITEM "); no se propone stock central"
               END-IF.
               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM CARGAR-NIVELES.
               PERFORM CARGAR-VENTA-RECIENTE.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE NIVELES-TIENDA-FILE
                   IF STOCK-TIENDAS-DISPONIBLE
                       CLOSE STOCK-TIENDAS-FILE
                   END-IF
                   IF TIENDAS-DISPONIBLE
                       CLOSE TIENDAS-FILE
                   END-IF
                   IF ITEM-MASTER-DISPONIBLE
                       CLOSE ITEM-MASTER-FILE
                   END-IF
                   IF KITS-DISPONIBLE
                       CLOSE KITS-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT PROPUESTA-REPOSICION-FILE.
               CLOSE PROPUESTA-REPOSICION-FILE.
               OPEN I-O PROPUESTA-REPOSICION-FILE.

               OPEN OUTPUT REPOSICION-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "PROPUESTA DE REPOSICION DE TIENDAS " WS-HOY
                   " - VENTA DE " PARM-DIAS-MUESTRA
                   " DIAS, COBERTURA " PARM-DIAS-COBERTURA " DIAS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  TIENDA ARTICULO DESCRIPCION           DISPON  "
                   & "VTA/DIA   MIN   MAX  PROPUESTO  DESDE"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM VARYING WS-N FROM 1 BY 1
                       UNTIL WS-N > WS-NUM-NIV
                   PERFORM EVALUAR-REPOSICION
                       THRU EVALUAR-REPOSICION-EXIT
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               IF WS-LINEAS-PROPUESTA = ZERO
                   MOVE "Ninguna tienda necesita reposicion."
                       TO REPORT-LINE
               ELSE
                   STRING "Traslados propuestos: " WS-LINEAS-PROPUESTA
                       "  Unidades: " WS-UNIDADES-PROPUESTA
                       "  Sin cubrir: " WS-SIN-CUBRIR
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM REGISTRAR-LINEA-REPORTE.

               CLOSE REPOSICION-REPORT-FILE.
               CLOSE PROPUESTA-REPOSICION-FILE.
               CLOSE NIVELES-TIENDA-FILE.
               IF STOCK-TIENDAS-DISPONIBLE
                   CLOSE STOCK-TIENDAS-FILE
               END-IF.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.

               MOVE "reposicion-tiendas.dat" TO WS-SPOOL-NOMBRE.
               MOVE "PROPUESTA-REPOSICION" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PARAMETROS-REPOSICION.
               OPEN INPUT REPOSICION-PARAMETROS-FILE.
               MOVE ZERO TO WS-PARM-LINEA.
               MOVE 'N' TO EOF-PARM.
               PERFORM UNTIL FIN-PARM
                   READ REPOSICION-PARAMETROS-FILE
                       AT END
                           SET FIN-PARM TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PARM-LINEA
                           EVALUATE WS-PARM-LINEA
                               WHEN 1
                                   IF REPOSICION-PARM-LINE IS NUMERIC
                                       AND REPOSICION-PARM-LINE
                                           NOT = "000"
                                       MOVE REPOSICION-PARM-LINE TO
                                           PARM-DIAS-MUESTRA
                                   END-IF
                               WHEN 2
                                   IF REPOSICION-PARM-LINE IS NUMERIC
                                       MOVE REPOSICION-PARM-LINE TO
                                           PARM-DIAS-COBERTURA
                                   END-IF
                               WHEN OTHER
                                   SET FIN-PARM TO TRUE
                           END-EVALUATE
                   END-READ
               END-PERFORM.
               CLOSE REPOSICION-PARAMETROS-FILE.

           CARGAR-NIVELES.
      *>   LAS TIENDAS CERRADAS NI RECIBEN NI CEDEN MERCANCIA
               MOVE LOW-VALUES TO NIVT-CLAVE.
               START NIVELES-TIENDA-FILE KEY IS NOT LESS THAN NIVT-CLAVE
                   INVALID KEY
                       SET FIN-NIVELES TO TRUE
               END-START.
               PERFORM UNTIL FIN-NIVELES
                   READ NIVELES-TIENDA-FILE NEXT RECORD
                       AT END
                           SET FIN-NIVELES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           MOVE SPACES TO TIENDA-ESTADO
                           IF TIENDAS-DISPONIBLE
                               MOVE NIVT-TIENDA-ID TO TIENDA-ID
                               READ TIENDAS-FILE
                                   INVALID KEY
                                       MOVE SPACES TO TIENDA-ESTADO
                               END-READ
                           END-IF
                           IF NOT TIENDA-CERRADA
                               PERFORM ANOTAR-NIVEL
                           END-IF
                   END-READ
               END-PERFORM.

           ANOTAR-NIVEL.
               IF WS-NUM-NIV NOT < 2000
                   DISPLAY "AVISO: tabla de niveles llena; "
                       NIVT-TIENDA-ID " " NIVT-ITEM-ID " no se evalua"
                   ADD 1 TO WS-JOB-RECHAZADOS
               ELSE
                   ADD 1 TO WS-NUM-NIV
                   MOVE NIVT-TIENDA-ID TO WS-NIV-TIENDA (WS-NUM-NIV)
                   MOVE NIVT-ITEM-ID TO WS-NIV-ITEM (WS-NUM-NIV)
                   MOVE NIVT-MINIMO TO WS-NIV-MINIMO (WS-NUM-NIV)
                   MOVE NIVT-MAXIMO TO WS-NIV-MAXIMO (WS-NUM-NIV)
                   MOVE ZERO TO WS-NIV-STOCK (WS-NUM-NIV)
                   MOVE ZERO TO WS-NIV-TRANSITO (WS-NUM-NIV)
                   MOVE ZERO TO WS-NIV-VENTA (WS-NUM-NIV)
                   MOVE ZERO TO WS-NIV-CEDIDO (WS-NUM-NIV)
                   IF STOCK-TIENDAS-DISPONIBLE
                       MOVE NIVT-TIENDA-ID TO STKT-TIENDA-ID
                       MOVE NIVT-ITEM-ID TO STKT-ITEM-ID
                       READ STOCK-TIENDAS-FILE
                           NOT INVALID KEY
                               MOVE STKT-QTY
                                   TO WS-NIV-STOCK (WS-NUM-NIV)
                               MOVE STKT-EN-TRANSITO
                                   TO WS-NIV-TRANSITO (WS-NUM-NIV)
                       END-READ
                   END-IF
               END-IF.

           CARGAR-VENTA-RECIENTE.
               COMPUTE WS-DESDE-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY)
                   - PARM-DIAS-MUESTRA.
               COMPUTE WS-LH-DESDE =
                   FUNCTION DATE-OF-INTEGER (WS-DESDE-ENTERO).
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
                       PERFORM ANOTAR-VENTA
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           ANOTAR-VENTA.
      *>   LA LINEA DE UN KIT SE REPARTE ENTRE SUS COMPONENTES
               COMPUTE WS-DEM-BASE = HIST-SIGNO * HIST-QTY.
               MOVE ZERO TO WS-KIT-N.
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
                                   ADD 1 TO WS-KIT-N
                                   MOVE KIT-COMPONENTE-ID
                                       TO WS-DEM-ARTICULO
                                   COMPUTE WS-DEM-CANTIDAD =
                                       WS-DEM-BASE * KIT-CANTIDAD
                                   PERFORM ANOTAR-VENTA-ARTICULO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               IF WS-KIT-N = ZERO
                   MOVE HIST-ITEM-ID TO WS-DEM-ARTICULO
                   MOVE WS-DEM-BASE TO WS-DEM-CANTIDAD
                   PERFORM ANOTAR-VENTA-ARTICULO
               END-IF.

           ANOTAR-VENTA-ARTICULO.
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > WS-NUM-NIV
                   IF WS-NIV-TIENDA (WS-O) = HIST-SHOP-ID
                       AND WS-NIV-ITEM (WS-O) = WS-DEM-ARTICULO
                       COMPUTE WS-NIV-VENTA (WS-O) =
                           WS-NIV-VENTA (WS-O) + WS-DEM-CANTIDAD
                   END-IF
               END-PERFORM.

           EVALUAR-REPOSICION.
      *>   SOLO SE REPONE MERCANCIA ACTIVA; TARJETAS REGALO, SERVICIOS
      *>   Y KITS NO LLEVAN STOCK PROPIO
               MOVE SPACES TO ITEM-DESCRIPTION.
               IF ITEM-MASTER-DISPONIBLE
                   MOVE WS-NIV-ITEM (WS-N) TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           GO TO EVALUAR-REPOSICION-EXIT
                   END-READ
                   PERFORM COMPROBAR-KIT
                   IF NOT ITEM-ACTIVO
                       OR ITEM-TARJETA-REGALO
                       OR ITEM-SERVICIO
                       OR ARTICULO-ES-KIT
                       GO TO EVALUAR-REPOSICION-EXIT
                   END-IF
               END-IF.

               COMPUTE WS-DISPONIBLE =
                   WS-NIV-STOCK (WS-N) + WS-NIV-TRANSITO (WS-N).
               MOVE ZERO TO WS-VENTA-DIARIA.
               MOVE ZERO TO WS-CONSUMO.
               IF WS-NIV-VENTA (WS-N) > ZERO
                   COMPUTE WS-VENTA-DIARIA ROUNDED =
                       WS-NIV-VENTA (WS-N) / PARM-DIAS-MUESTRA
      *>   LA VENTA PREVISTA SE REDONDEA A LA UNIDAD POR ARRIBA
                   COMPUTE WS-CONSUMO =
                       (WS-NIV-VENTA (WS-N) * PARM-DIAS-COBERTURA
                        + PARM-DIAS-MUESTRA - 1) / PARM-DIAS-MUESTRA
               END-IF.
               COMPUTE WS-PROYECTADO = WS-DISPONIBLE - WS-CONSUMO.
               IF WS-PROYECTADO NOT < WS-NIV-MINIMO (WS-N)
                   GO TO EVALUAR-REPOSICION-EXIT
               END-IF.
               COMPUTE WS-NECESIDAD =
                   WS-NIV-MAXIMO (WS-N) - WS-PROYECTADO.
               IF WS-NECESIDAD NOT > ZERO
                   GO TO EVALUAR-REPOSICION-EXIT
               END-IF.

      *>   PRIMERO EL ALMACEN CENTRAL, DESCONTANDO LO QUE YA SE HA
      *>   PROPUESTO A OTRAS TIENDAS
               IF ITEM-MASTER-DISPONIBLE
                   PERFORM BUSCAR-CENTRAL THRU BUSCAR-CENTRAL-EXIT
                   IF WS-X > ZERO
                       COMPUTE WS-LIBRE =
                           ITEM-STOCK-QTY - WS-CEN-ASIGNADO (WS-X)
                       IF WS-LIBRE > ZERO
                           IF WS-LIBRE < WS-NECESIDAD
                               MOVE WS-LIBRE TO WS-TOMAR
                           ELSE
                               MOVE WS-NECESIDAD TO WS-TOMAR
                           END-IF
                           ADD WS-TOMAR TO WS-CEN-ASIGNADO (WS-X)
                           MOVE SPACES TO WS-ORIGEN
                           PERFORM PROPONER-TRASLADO
                       END-IF
                   END-IF
               END-IF.

      *>   LUEGO LAS TIENDAS QUE TIENEN EL ARTICULO POR ENCIMA DE SU
      *>   MAXIMO, CEDIENDO SOLO EL EXCESO
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > WS-NUM-NIV
                          OR WS-NECESIDAD NOT > ZERO
                   IF WS-O NOT = WS-N
                       AND WS-NIV-ITEM (WS-O) = WS-NIV-ITEM (WS-N)
                       COMPUTE WS-LIBRE = WS-NIV-STOCK (WS-O)
                           - WS-NIV-MAXIMO (WS-O) - WS-NIV-CEDIDO (WS-O)
                       IF WS-LIBRE > ZERO
                           IF WS-LIBRE < WS-NECESIDAD
                               MOVE WS-LIBRE TO WS-TOMAR
                           ELSE
                               MOVE WS-NECESIDAD TO WS-TOMAR
                           END-IF
                           ADD WS-TOMAR TO WS-NIV-CEDIDO (WS-O)
                           MOVE WS-NIV-TIENDA (WS-O) TO WS-ORIGEN
                           PERFORM PROPONER-TRASLADO
                       END-IF
                   END-IF
               END-PERFORM.

               IF WS-NECESIDAD > ZERO
                   ADD 1 TO WS-SIN-CUBRIR
                   MOVE WS-NECESIDAD TO WS-QTY-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-NIV-TIENDA (WS-N)
                       "  " WS-NIV-ITEM (WS-N)
                       " " ITEM-DESCRIPTION
                       "  SIN STOCK PARA CUBRIR " WS-QTY-ED " UDS"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

           EVALUAR-REPOSICION-EXIT.
               EXIT.

           BUSCAR-CENTRAL.
               PERFORM VARYING WS-X FROM 1 BY 1
                       UNTIL WS-X > WS-NUM-CEN
                   IF WS-CEN-ITEM (WS-X) = WS-NIV-ITEM (WS-N)
                       GO TO BUSCAR-CENTRAL-EXIT
                   END-IF
               END-PERFORM.
               IF WS-NUM-CEN < 1000
                   ADD 1 TO WS-NUM-CEN
                   MOVE WS-NUM-CEN TO WS-X
                   MOVE WS-NIV-ITEM (WS-N) TO WS-CEN-ITEM (WS-X)
                   MOVE ZERO TO WS-CEN-ASIGNADO (WS-X)
               ELSE
                   MOVE ZERO TO WS-X
               END-IF.

           BUSCAR-CENTRAL-EXIT.
               EXIT.

           PROPONER-TRASLADO.
               SUBTRACT WS-TOMAR FROM WS-NECESIDAD.
               MOVE WS-ORIGEN TO PRP-ORIGEN.
               MOVE WS-NIV-TIENDA (WS-N) TO PRP-DESTINO.
               MOVE WS-NIV-ITEM (WS-N) TO PRP-ITEM-ID.
               MOVE WS-TOMAR TO PRP-QTY.
               MOVE WS-DISPONIBLE TO PRP-DISPONIBLE.
               MOVE WS-VENTA-DIARIA TO PRP-VENTA-DIARIA.
               MOVE WS-NIV-MINIMO (WS-N) TO PRP-MINIMO.
               MOVE WS-NIV-MAXIMO (WS-N) TO PRP-MAXIMO.
               SET PRP-SELECCIONADA TO TRUE.
               MOVE WS-HOY TO PRP-FECHA-PROPUESTA.
               WRITE PROPUESTA-REPOSICION-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR LA PROPUESTA ("
                           ST-PROPUESTA ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-JOB-ESCRITOS
                       ADD 1 TO WS-LINEAS-PROPUESTA
                       ADD WS-TOMAR TO WS-UNIDADES-PROPUESTA
                       PERFORM ESCRIBIR-LINEA-PROPUESTA
               END-WRITE.

           ESCRIBIR-LINEA-PROPUESTA.
               MOVE PRP-DISPONIBLE TO WS-STOCK-ED.
               MOVE PRP-VENTA-DIARIA TO WS-VENTA-ED.
               MOVE PRP-MINIMO TO WS-MINIMO-ED.
               MOVE PRP-MAXIMO TO WS-MAXIMO-ED.
               MOVE PRP-QTY TO WS-QTY-ED.
               IF PRP-ORIGEN = SPACES
                   MOVE "CENTRAL" TO WS-ORIGEN-ED
               ELSE
                   MOVE PRP-ORIGEN TO WS-ORIGEN-ED
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " PRP-DESTINO "  " PRP-ITEM-ID
                   " " ITEM-DESCRIPTION
                   " " WS-STOCK-ED " " WS-VENTA-ED
                   " " WS-MINIMO-ED " " WS-MAXIMO-ED
                   "      " WS-QTY-ED "  " WS-ORIGEN-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           COMPROBAR-KIT.
               MOVE 'N' TO WS-ES-KIT.
               IF KITS-DISPONIBLE
                   MOVE ITEM-ID-KEY TO KIT-ITEM-ID
                   MOVE LOW-VALUES TO KIT-COMPONENTE-ID
                   START KITS-FILE KEY IS NOT LESS THAN KIT-CLAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ KITS-FILE NEXT RECORD
                               NOT AT END
                                   IF KIT-ITEM-ID = ITEM-ID-KEY
                                       SET ARTICULO-ES-KIT TO TRUE
                                   END-IF
                           END-READ
                   END-START
               END-IF.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "PROPUESTA-REPOSICION" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM PROPUESTA-REPOSICION.
