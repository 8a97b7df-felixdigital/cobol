       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASIFICACION-ABC.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ITEM-MASTER-FILE
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

                   SELECT OPTIONAL ABC-PARAMETROS-FILE
                   ASSIGN TO "abc-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT SORT-WORK-FILE
                   ASSIGN TO "abc-sort.tmp".

                   SELECT ABC-REPORT-FILE
                   ASSIGN TO "clasificacion-abc.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD KITS-FILE.
                   COPY copykit.

      *>   TRES LINEAS: DIAS DE HISTORICO QUE SE VALORAN Y PORCENTAJES
      *>   ACUMULADOS DEL VALOR DE VENTA QUE CIERRAN LAS CLASES A Y B
               FD ABC-PARAMETROS-FILE.
                   01 ABC-PARM-LINE PIC X(3).

               SD SORT-WORK-FILE.
                   01 SORT-REG.
                       05 SORT-VALOR PIC S9(9)V99.
                       05 SORT-ITEM PIC X(8).

               FD ABC-REPORT-FILE.
                   01 REPORT-LINE PIC X(100).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ITEM PIC X(2).
               77 ST-KITS PIC X(2).

               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.

               01 PARM-DIAS-HISTORICO PIC 9(3) VALUE 365.
               01 PARM-CORTE-A PIC 9(3) VALUE 80.
               01 PARM-CORTE-B PIC 9(3) VALUE 95.
               01 WS-PARM-LINEA PIC 9(1) VALUE ZERO.
               01 EOF-PARM PIC X VALUE 'N'.
                   88 FIN-PARM VALUE 'S'.

               01 EOF-ITEM PIC X VALUE 'N'.
                   88 FIN-ITEM VALUE 'S'.
               01 EOF-SORT PIC X VALUE 'N'.
                   88 FIN-SORT VALUE 'S'.

      *>   LA VENTA SE LEE A TRAVES DEL LECTOR COMUN "leerhistorico"
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).
               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 WS-HOY PIC 9(8).
               01 WS-DESDE-ENTERO PIC S9(9) COMP.

      *>   LA LINEA DE UN KIT SE REPARTE ENTRE SUS COMPONENTES EN
      *>   PROPORCION A LAS UNIDADES DE CADA UNO
               01 WS-KIT-ID PIC X(8).
               01 WS-KIT-N PIC 9(2).
               01 WS-KIT-UNIDADES PIC 9(5).
               01 WS-KIT-TABLA.
                   05 WS-KIT-LINEA OCCURS 20 TIMES.
                       10 WS-KIT-COMPONENTE PIC X(8).
                       10 WS-KIT-CANTIDAD PIC 9(3).
               77 WS-K PIC 9(2) VALUE 0.
               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.
               01 WS-ES-KIT PIC X VALUE 'N'.
                   88 ARTICULO-ES-KIT VALUE 'S'.

               01 WS-VENTA-ARTICULO PIC X(8).
               01 WS-VENTA-VALOR PIC S9(9)V99.
               01 WS-LINEA-VALOR PIC S9(9)V99.

      *>   MERCANCIA CLASIFICABLE CON SU VALOR DE VENTA NETO DEL
      *>   PERIODO; CARGADA EN ORDEN DE CLAVE DEL MAESTRO
               01 WS-ABC-TABLA.
                   05 WS-ABC-ENTRADA OCCURS 5000 TIMES.
                       10 WS-ABC-ITEM PIC X(8).
                       10 WS-ABC-VALOR PIC S9(9)V99.
               77 WS-NUM-ABC PIC 9(4) VALUE 0.
               77 WS-A PIC 9(4) VALUE 0.

               01 WS-VALOR-TOTAL PIC S9(11)V99 VALUE ZERO.
               01 WS-VALOR-ACUMULADO PIC S9(11)V99 VALUE ZERO.
               01 WS-PCT-PREVIO PIC 9(3)V99.
               01 WS-PCT-ACUMULADO PIC 9(3)V99.
               01 WS-RANGO PIC 9(5) VALUE ZERO.
               01 WS-CLASE PIC X(1).
               01 WS-CLASE-ANTERIOR PIC X(1).

               01 WS-RESUMEN.
                   05 WS-RES-CLASE OCCURS 3 TIMES.
                       10 WS-RES-ARTICULOS PIC 9(5).
                       10 WS-RES-VALOR PIC S9(11)V99.
               77 WS-R PIC 9(1) VALUE 0.
               01 WS-CAMBIOS PIC 9(5) VALUE ZERO.

               01 WS-RANGO-ED PIC ZZZZ9.
               01 WS-VALOR-ED PIC -ZZZ.ZZZ.ZZ9,99.
               01 WS-PCT-ED PIC ZZ9,99.
               01 WS-ARTICULOS-ED PIC ZZZZ9.
               01 WS-CLASE-ED PIC X(1).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   CLASIFICACION ABC TRIMESTRAL: ORDENA LA MERCANCIA POR SU
      *>   VALOR DE VENTA NETO EN EL HISTORICO RECIENTE Y MARCA COMO A
      *>   LOS ARTICULOS QUE HACEN EL PRIMER 80% DEL VALOR, COMO B LOS
      *>   DEL SIGUIENTE 15% Y COMO C EL RESTO (Y LOS QUE NO SE HAN
      *>   VENDIDO). LA CLASE QUEDA EN EL MAESTRO Y FIJA LA FRECUENCIA
      *>   DEL RECUENTO CICLICO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM CARGAR-PARAMETROS-ABC.

               OPEN I-O ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos (" ST-ITEM ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.

               PERFORM CARGAR-ARTICULOS.
               PERFORM CARGAR-VENTAS.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   CLOSE ITEM-MASTER-FILE
                   IF KITS-DISPONIBLE
                       CLOSE KITS-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE ZERO TO WS-VALOR-TOTAL.
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NUM-ABC
                   IF WS-ABC-VALOR (WS-A) > ZERO
                       ADD WS-ABC-VALOR (WS-A) TO WS-VALOR-TOTAL
                   END-IF
               END-PERFORM.
               INITIALIZE WS-RESUMEN.

               OPEN OUTPUT ABC-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "CLASIFICACION ABC " WS-HOY " - VENTA DE "
                   PARM-DIAS-HISTORICO " DIAS, CORTES A "
                   PARM-CORTE-A "% B " PARM-CORTE-B "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  RANGO ARTICULO DESCRIPCION           "
                   & "   VALOR VENTA   % ACUM CLASE ANTES"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SORT-VALOR
                   ON ASCENDING KEY SORT-ITEM
                   INPUT PROCEDURE IS ENTREGAR-ARTICULOS
                   OUTPUT PROCEDURE IS CLASIFICAR-ARTICULOS.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 3
                   EVALUATE WS-R
                       WHEN 1
                           MOVE "A" TO WS-CLASE-ED
                       WHEN 2
                           MOVE "B" TO WS-CLASE-ED
                       WHEN OTHER
                           MOVE "C" TO WS-CLASE-ED
                   END-EVALUATE
                   MOVE WS-RES-ARTICULOS (WS-R) TO WS-ARTICULOS-ED
                   MOVE WS-RES-VALOR (WS-R) TO WS-VALOR-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  CLASE " WS-CLASE-ED
                       ": " WS-ARTICULOS-ED " ARTICULOS, VALOR "
                       WS-VALOR-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-PERFORM.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ARTICULOS QUE CAMBIAN DE CLASE: " WS-CAMBIOS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               CLOSE ABC-REPORT-FILE.
               CLOSE ITEM-MASTER-FILE.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.

               MOVE "clasificacion-abc.dat" TO WS-SPOOL-NOMBRE.
               MOVE "CLASIFICACION-ABC" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PARAMETROS-ABC.
               OPEN INPUT ABC-PARAMETROS-FILE.
               MOVE ZERO TO WS-PARM-LINEA.
               MOVE 'N' TO EOF-PARM.
               PERFORM UNTIL FIN-PARM
                   READ ABC-PARAMETROS-FILE
                       AT END
                           SET FIN-PARM TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PARM-LINEA
                           IF ABC-PARM-LINE IS NUMERIC
                               AND ABC-PARM-LINE NOT = "000"
                               EVALUATE WS-PARM-LINEA
                                   WHEN 1
                                       MOVE ABC-PARM-LINE
                                           TO PARM-DIAS-HISTORICO
                                   WHEN 2
                                       MOVE ABC-PARM-LINE
                                           TO PARM-CORTE-A
                                   WHEN 3
                                       MOVE ABC-PARM-LINE
                                           TO PARM-CORTE-B
                                   WHEN OTHER
                                       SET FIN-PARM TO TRUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ABC-PARAMETROS-FILE.
               IF PARM-CORTE-A > 100
                   MOVE 80 TO PARM-CORTE-A
               END-IF.
               IF PARM-CORTE-B < PARM-CORTE-A OR PARM-CORTE-B > 100
                   MOVE 95 TO PARM-CORTE-B
               END-IF.

           CARGAR-ARTICULOS.
      *>   TARJETAS REGALO, SERVICIOS Y KITS NO TIENEN STOCK PROPIO Y
      *>   NO SE CLASIFICAN
               MOVE LOW-VALUES TO ITEM-ID-KEY.
               START ITEM-MASTER-FILE KEY IS NOT LESS THAN ITEM-ID-KEY
                   INVALID KEY
                       SET FIN-ITEM TO TRUE
               END-START.
               PERFORM UNTIL FIN-ITEM
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END
                           SET FIN-ITEM TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           PERFORM COMPROBAR-KIT
                           IF NOT ITEM-TARJETA-REGALO
                               AND NOT ITEM-SERVICIO
                               AND NOT ARTICULO-ES-KIT
                               PERFORM ANOTAR-ARTICULO
                           END-IF
                   END-READ
               END-PERFORM.

           ANOTAR-ARTICULO.
               IF WS-NUM-ABC NOT < 5000
                   DISPLAY "AVISO: tabla de articulos llena; "
                       ITEM-ID-KEY " no se clasifica"
                   ADD 1 TO WS-JOB-RECHAZADOS
               ELSE
                   ADD 1 TO WS-NUM-ABC
                   MOVE ITEM-ID-KEY TO WS-ABC-ITEM (WS-NUM-ABC)
                   MOVE ZERO TO WS-ABC-VALOR (WS-NUM-ABC)
               END-IF.

           CARGAR-VENTAS.
               COMPUTE WS-DESDE-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY)
                   - PARM-DIAS-HISTORICO.
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
      *>   EL IMPORTE DEL HISTORICO YA VIENE DESCONTADO; LA
      *>   DEVOLUCION RESTA
               COMPUTE WS-LINEA-VALOR = HIST-SIGNO * HIST-IMPORTE.
               PERFORM CARGAR-COMPONENTES-KIT.
               IF WS-KIT-N = ZERO
                   MOVE HIST-ITEM-ID TO WS-VENTA-ARTICULO
                   MOVE WS-LINEA-VALOR TO WS-VENTA-VALOR
                   PERFORM ANOTAR-VENTA-ARTICULO
               ELSE
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-KIT-N
                       MOVE WS-KIT-COMPONENTE (WS-K)
                           TO WS-VENTA-ARTICULO
                       COMPUTE WS-VENTA-VALOR ROUNDED =
                           WS-LINEA-VALOR * WS-KIT-CANTIDAD (WS-K)
                               / WS-KIT-UNIDADES
                       PERFORM ANOTAR-VENTA-ARTICULO
                   END-PERFORM
               END-IF.

           CARGAR-COMPONENTES-KIT.
               MOVE ZERO TO WS-KIT-N.
               MOVE ZERO TO WS-KIT-UNIDADES.
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
                                   IF WS-KIT-N < 20
                                       AND KIT-CANTIDAD > ZERO
                                       ADD 1 TO WS-KIT-N
                                       MOVE KIT-COMPONENTE-ID TO
                                           WS-KIT-COMPONENTE (WS-KIT-N)
                                       MOVE KIT-CANTIDAD TO
                                           WS-KIT-CANTIDAD (WS-KIT-N)
                                       ADD KIT-CANTIDAD
                                           TO WS-KIT-UNIDADES
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.

           ANOTAR-VENTA-ARTICULO.
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-NUM-ABC
                       OR WS-ABC-ITEM (WS-A) = WS-VENTA-ARTICULO
                   CONTINUE
               END-PERFORM.
               IF WS-A NOT > WS-NUM-ABC
                   ADD WS-VENTA-VALOR TO WS-ABC-VALOR (WS-A)
               END-IF.

           ENTREGAR-ARTICULOS.
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NUM-ABC
                   MOVE WS-ABC-ITEM (WS-A) TO SORT-ITEM
                   IF WS-ABC-VALOR (WS-A) > ZERO
                       MOVE WS-ABC-VALOR (WS-A) TO SORT-VALOR
                   ELSE
                       MOVE ZERO TO SORT-VALOR
                   END-IF
                   RELEASE SORT-REG
               END-PERFORM.

           CLASIFICAR-ARTICULOS.
               MOVE ZERO TO WS-VALOR-ACUMULADO.
               MOVE ZERO TO WS-RANGO.
               MOVE 'N' TO EOF-SORT.
               PERFORM UNTIL FIN-SORT
                   RETURN SORT-WORK-FILE
                       AT END
                           SET FIN-SORT TO TRUE
                       NOT AT END
                           PERFORM ASIGNAR-CLASE
                   END-RETURN
               END-PERFORM.

           ASIGNAR-CLASE.
      *>   UN ARTICULO ENTRA EN LA CLASE DEL TRAMO DONDE EMPIEZA SU
      *>   VALOR: EL PRIMERO ES SIEMPRE A AUNQUE SUPERE EL CORTE
               ADD 1 TO WS-RANGO.
               MOVE ZERO TO WS-PCT-PREVIO.
               MOVE ZERO TO WS-PCT-ACUMULADO.
               IF WS-VALOR-TOTAL > ZERO
                   COMPUTE WS-PCT-PREVIO ROUNDED =
                       WS-VALOR-ACUMULADO * 100 / WS-VALOR-TOTAL
                   ADD SORT-VALOR TO WS-VALOR-ACUMULADO
                   COMPUTE WS-PCT-ACUMULADO ROUNDED =
                       WS-VALOR-ACUMULADO * 100 / WS-VALOR-TOTAL
               END-IF.
               EVALUATE TRUE
                   WHEN SORT-VALOR NOT > ZERO
                       MOVE "C" TO WS-CLASE
                       MOVE 3 TO WS-R
                   WHEN WS-PCT-PREVIO < PARM-CORTE-A
                       MOVE "A" TO WS-CLASE
                       MOVE 1 TO WS-R
                   WHEN WS-PCT-PREVIO < PARM-CORTE-B
                       MOVE "B" TO WS-CLASE
                       MOVE 2 TO WS-R
                   WHEN OTHER
                       MOVE "C" TO WS-CLASE
                       MOVE 3 TO WS-R
               END-EVALUATE.
               ADD 1 TO WS-RES-ARTICULOS (WS-R).
               ADD SORT-VALOR TO WS-RES-VALOR (WS-R).

               MOVE SORT-ITEM TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       MOVE ITEM-CLASE-ABC TO WS-CLASE-ANTERIOR
                       IF ITEM-CLASE-ABC NOT = WS-CLASE
                           ADD 1 TO WS-CAMBIOS
                           MOVE WS-CLASE TO ITEM-CLASE-ABC
                           REWRITE ITEM-MASTER-REG
                           ADD 1 TO WS-JOB-ESCRITOS
                       END-IF
                       PERFORM ESCRIBIR-LINEA-ABC
               END-READ.

           ESCRIBIR-LINEA-ABC.
               MOVE WS-RANGO TO WS-RANGO-ED.
               MOVE SORT-VALOR TO WS-VALOR-ED.
               MOVE WS-PCT-ACUMULADO TO WS-PCT-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " WS-RANGO-ED " " ITEM-ID-KEY " "
                   ITEM-DESCRIPTION " " WS-VALOR-ED " " WS-PCT-ED
                   "    " WS-CLASE "     " WS-CLASE-ANTERIOR
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.

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
               MOVE "CLASIFICACION-ABC" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM CLASIFICACION-ABC.
