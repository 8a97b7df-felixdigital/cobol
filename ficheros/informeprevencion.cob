       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PREVENCION.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL INCIDENCIAS-DEVOLUCION-FILE
                   ASSIGN TO "incidencias-devolucion.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS INC-CLAVE
                   STATUS ST-INCIDENCIAS.

                   SELECT OPTIONAL DEVOLUCION-OVERRIDES-FILE
                   ASSIGN TO "devolucion-overrides.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-DEV-OVERRIDES.

                   SELECT OPTIONAL CREDITO-OVERRIDES-FILE
                   ASSIGN TO "credito-overrides.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-CRE-OVERRIDES.

                   SELECT OPTIONAL VALES-REDIMIDOS-FILE
                   ASSIGN TO "vales-redimidos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-VALES-REDIMIDOS.

                   SELECT OPTIONAL PREVENCION-PARAMETROS-FILE
                   ASSIGN TO "prevencion-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT SORT-WORK-FILE
                   ASSIGN TO "prevencion-sort.tmp".

                   SELECT PREVENCION-REPORT-FILE
                   ASSIGN TO "prevencion-perdidas.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD INCIDENCIAS-DEVOLUCION-FILE.
                   COPY copyincd.

      *>   LOS DOS REGISTROS DE AUTORIZACIONES LOS ESCRIBE LA CAPTURA
      *>   DE RECIBOS; LAS LINEAS ANTERIORES A LOS CAMPOS DE TIENDA,
      *>   VENDEDOR Y CAJA LLEGAN CON ELLOS EN BLANCO
               FD DEVOLUCION-OVERRIDES-FILE.
                   01 DEVOLUCION-OVERRIDE-REG.
                       05 DVO-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 DVO-HORA PIC 9(6).
                       05 FILLER PIC X.
                       05 DVO-OPERADOR PIC X(8).
                       05 FILLER PIC X.
                       05 DVO-TIENDA PIC X(5).
                       05 FILLER PIC X.
                       05 DVO-ITEM-ID PIC X(8).
                       05 FILLER PIC X.
                       05 DVO-IMPORTE PIC 9(7),99.
                       05 FILLER PIC X.
                       05 DVO-FECHA-ORIGEN PIC 9(8).
                       05 FILLER PIC X.
                       05 DVO-MOTIVO PIC X(30).
                       05 FILLER PIC X.
                       05 DVO-EMPLEADO-ID PIC X(8).
                       05 FILLER PIC X.
                       05 DVO-CAJA PIC X(2).

               FD CREDITO-OVERRIDES-FILE.
                   01 CREDITO-OVERRIDE-REG.
                       05 OVR-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 OVR-HORA PIC 9(6).
                       05 FILLER PIC X.
                       05 OVR-OPERADOR PIC X(8).
                       05 FILLER PIC X.
                       05 OVR-CLI-ID PIC 9(8).
                       05 FILLER PIC X.
                       05 OVR-IMPORTE PIC 9(7),99.
                       05 FILLER PIC X.
                       05 OVR-SALDO PIC -9(8),99.
                       05 FILLER PIC X.
                       05 OVR-TIENDA PIC X(5).
                       05 FILLER PIC X.
                       05 OVR-EMPLEADO-ID PIC X(8).
                       05 FILLER PIC X.
                       05 OVR-CAJA PIC X(2).

               FD VALES-REDIMIDOS-FILE.
                   01 VALE-REDIMIDO-REG.
                       05 VRD-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 VRD-HORA PIC 9(6).
                       05 FILLER PIC X.
                       05 VRD-TIENDA PIC X(5).
                       05 FILLER PIC X.
                       05 VRD-CAJA PIC X(2).
                       05 FILLER PIC X.
                       05 VRD-EMPLEADO-ID PIC X(8).
                       05 FILLER PIC X.
                       05 VRD-VALE-NUMERO PIC 9(8).
                       05 FILLER PIC X.
                       05 VRD-CLI-ID PIC 9(8).
                       05 FILLER PIC X.
                       05 VRD-DESCUENTO PIC 9(5),99.

               FD PREVENCION-PARAMETROS-FILE.
                   01 PREVENCION-PARAMETROS-LINE PIC X(3).

      *>   UNA ENTRADA POR VENDEDOR O CAJA; ORDENADAS POR CLASE Y,
      *>   DENTRO DE CADA CLASE, LAS ALERTAS PRIMERO Y DE MAYOR A
      *>   MENOR DESVIACION SOBRE LA MEDIA DE SU TIENDA
               SD SORT-WORK-FILE.
                   01 SORT-REG.
                       05 SORT-CLASE PIC X(1).
                       05 SORT-ALERTA PIC X(1).
                       05 SORT-INDICE PIC 9(3).
                       05 SORT-TIENDA PIC X(5).
                       05 SORT-ID PIC X(8).
                       05 SORT-VENTAS PIC S9(9)V99.
                       05 SORT-DEVOLUCIONES PIC 9(9)V99.
                       05 SORT-PCT-DEV PIC 9(3)V9.
                       05 SORT-HUERFANAS PIC 9(5).
                       05 SORT-OVERRIDES PIC 9(5).
                       05 SORT-VALES PIC 9(5).
                       05 SORT-VALES-IMPORTE PIC 9(7)V99.
                       05 SORT-EFECTIVO PIC 9(5).
                       05 SORT-EFECTIVO-IMPORTE PIC 9(7)V99.

               FD PREVENCION-REPORT-FILE.
                   01 REPORT-LINE PIC X(132).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-INCIDENCIAS PIC X(2).
               77 ST-DEV-OVERRIDES PIC X(2).
               77 ST-CRE-OVERRIDES PIC X(2).
               77 ST-VALES-REDIMIDOS PIC X(2).

               01 EOF-HIST PIC X VALUE 'N'.
                   88 FIN-HISTORICO VALUE 'S'.
               01 EOF-FUENTE PIC X VALUE 'N'.
                   88 FIN-FUENTE VALUE 'S'.
               01 EOF-SORT PIC X VALUE 'N'.
                   88 FIN-SORT VALUE 'S'.

      *>   EL HISTORICO SE LEE A TRAVES DEL LECTOR COMUN
      *>   "leerhistorico", QUE SOLO ABRE LOS ANOS DEL RANGO PEDIDO
               COPY copyhist.
               01 WS-LH-OPERACION PIC X(1).
               01 WS-LH-DESDE PIC 9(8).
               01 WS-LH-HASTA PIC 9(8).
               01 WS-LH-FIN PIC X(1).
               01 WS-HASTA-FILTRO PIC 9(8).

      *>   UN VENDEDOR O CAJA ENTRA EN ALERTA CUANDO SU DESVIACION
      *>   LLEGA AL PORCENTAJE DE LA MEDIA DE SU TIENDA INDICADO (200
      *>   = EL DOBLE DE LA MEDIA)
               01 PARM-PREV-REG.
                   05 PARM-INDICE-ALERTA PIC 9(3) VALUE 200.

      *>   EVENTO EN CURSO: CADA LINEA DE CUALQUIER FUENTE SE REDUCE A
      *>   UNA CLASE DE EVENTO CON SU TIENDA, VENDEDOR, CAJA E IMPORTE
      *>   V VENTA, D DEVOLUCION, H HUERFANA, O AUTORIZACION FORZADA,
      *>   G VALE REDIMIDO, E DEVOLUCION EN EFECTIVO DE VENTA CON
      *>   TARJETA
               01 WS-EV-CLASE PIC X(1).
               01 WS-EV-TIENDA PIC X(5).
               01 WS-EV-EMPLEADO PIC 9(8).
               01 WS-EV-CAJA PIC X(2).
               01 WS-EV-IMPORTE PIC S9(7)V99.
               01 WS-EV-FECHA PIC 9(8).
               01 WS-SIN-ATRIBUIR PIC 9(6) VALUE ZERO.

      *>   ACUMULADOS POR VENDEDOR ("1") Y POR CAJA ("2") DENTRO DE
      *>   CADA TIENDA
               01 WS-SU-TABLA.
                   05 WS-SU-ENTRADA OCCURS 1000 TIMES.
                       10 WS-SU-CLASE PIC X(1).
                       10 WS-SU-TIENDA PIC X(5).
                       10 WS-SU-ID PIC X(8).
                       10 WS-SU-VENTAS PIC S9(9)V99.
                       10 WS-SU-DEVOLUCIONES PIC 9(9)V99.
                       10 WS-SU-HUERFANAS PIC 9(5).
                       10 WS-SU-OVERRIDES PIC 9(5).
                       10 WS-SU-VALES PIC 9(5).
                       10 WS-SU-VALES-IMPORTE PIC 9(7)V99.
                       10 WS-SU-EFECTIVO PIC 9(5).
                       10 WS-SU-EFECTIVO-IMPORTE PIC 9(7)V99.
      *>   IMPORTE DE HUERFANAS, FORZADAS, VALES Y EFECTIVO POR
      *>   TARJETA: LA SEGUNDA MEDIDA DE DESVIACION
                       10 WS-SU-INCIDENCIAS PIC 9(9)V99.
               01 WS-SU-N PIC 9(4) VALUE ZERO.
               01 WS-SU-DESCARTADOS PIC 9(6) VALUE ZERO.
               01 WS-S PIC 9(4).
               01 WS-BUS-CLASE PIC X(1).
               01 WS-BUS-ID PIC X(8).

      *>   MEDIA DE CADA TIENDA: SUS TOTALES SOBRE TODAS LAS LINEAS
               01 WS-TI-TABLA.
                   05 WS-TI-ENTRADA OCCURS 200 TIMES.
                       10 WS-TI-TIENDA PIC X(5).
                       10 WS-TI-VENTAS PIC S9(9)V99.
                       10 WS-TI-DEVOLUCIONES PIC 9(9)V99.
                       10 WS-TI-INCIDENCIAS PIC 9(9)V99.
               01 WS-TI-N PIC 9(3) VALUE ZERO.
               01 WS-T PIC 9(3).
               01 WS-ENCONTRADO PIC X VALUE 'N'.
                   88 ENTRADA-ENCONTRADA VALUE 'S'.

      *>   DESVIACION: COCIENTE DEL SUJETO SOBRE EL DE SU TIENDA EN
      *>   PORCENTAJE (100 = IGUAL QUE LA MEDIA; 999 = TOPE)
               01 WS-IX-SUJ-NUM PIC S9(9)V99.
               01 WS-IX-SUJ-BASE PIC S9(9)V99.
               01 WS-IX-TI-NUM PIC S9(9)V99.
               01 WS-IX-TI-BASE PIC S9(9)V99.
               01 WS-IX-RESULTADO PIC 9(3).
               01 WS-INDICE-DEV PIC 9(3).
               01 WS-INDICE-INC PIC 9(3).
               01 WS-PCT PIC 9(3)V9.

               01 WS-ULT-CLASE PIC X(1) VALUE SPACE.
               01 WS-ALERTAS PIC 9(5) VALUE ZERO.

               01 WS-VENTAS-ED PIC -ZZ.ZZZ.ZZ9,99.
               01 WS-DEVOL-ED PIC ZZ.ZZZ.ZZ9,99.
               01 WS-INCID-ED PIC ZZ.ZZZ.ZZ9,99.
               01 WS-PCT-ED PIC ZZ9,9.
               01 WS-INDICE-ED PIC ZZ9.
               01 WS-CONTADOR-ED PIC ZZZZ9.
               01 WS-CONT2-ED PIC ZZZZ9.
               01 WS-CONT3-ED PIC ZZZZ9.
               01 WS-CONT4-ED PIC ZZZZ9.
               01 WS-VALES-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-EFECTIVO-ED PIC Z.ZZZ.ZZ9,99.
               01 WS-MARCA PIC X(6).

      *>   EL INFORME PRODUCIDO SE CATALOGA EN EL SPOOL PARA PODER
      *>   VERLO Y REIMPRIMIRLO DESPUES
               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   PREVENCION DE PERDIDAS POR VENDEDOR Y POR CAJA PARA UN
      *>   PERIODO: DEVOLUCIONES SOBRE VENTAS, DEVOLUCIONES HUERFANAS,
      *>   AUTORIZACIONES FORZADAS (VENTANA DE DEVOLUCION Y CREDITO),
      *>   VALES REDIMIDOS Y DEVOLUCIONES EN EFECTIVO DE VENTAS COBRADAS
      *>   CON TARJETA. CADA UNO SE COMPARA CON LA MEDIA DE SU TIENDA
      *>   Y LOS QUE MAS SE DESVIAN ENCABEZAN LA LISTA PARA EL JEFE DE
      *>   AREA
               DISPLAY "Desde (AAAAMMDD): " WITH NO ADVANCING.
               ACCEPT WS-LH-DESDE.
               DISPLAY "Hasta (AAAAMMDD, 0=sin limite): "
                   WITH NO ADVANCING.
               ACCEPT WS-LH-HASTA.
               IF WS-LH-HASTA = ZERO
                   MOVE 99999999 TO WS-HASTA-FILTRO
               ELSE
                   MOVE WS-LH-HASTA TO WS-HASTA-FILTRO
               END-IF.

               PERFORM INICIALIZAR-PARAMETROS.

               PERFORM LEER-HISTORICO-PERIODO.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   ADD 1 TO WS-JOB-RECHAZADOS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               PERFORM LEER-INCIDENCIAS-DEVOLUCION.
               PERFORM LEER-OVERRIDES-DEVOLUCION.
               PERFORM LEER-OVERRIDES-CREDITO.
               PERFORM LEER-VALES-REDIMIDOS.

               OPEN OUTPUT PREVENCION-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "PREVENCION DE PERDIDAS POR VENDEDOR Y CAJA - "
                   "DEL " WS-LH-DESDE " AL " WS-LH-HASTA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "  ALERTA: DESVIACION DE " PARM-INDICE-ALERTA
                   "% O MAS SOBRE LA MEDIA DE LA TIENDA EN DEVOLUCIONES"
                   " O EN INCIDENCIAS SOBRE VENTAS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               PERFORM INFORME-MEDIAS-TIENDA.

               IF WS-SU-N = ZERO
                   MOVE "  Sin actividad en el periodo." TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               ELSE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SORT-CLASE
                       ON DESCENDING KEY SORT-ALERTA
                                         SORT-INDICE
                       ON ASCENDING KEY SORT-TIENDA
                                        SORT-ID
                       INPUT PROCEDURE IS EVALUAR-SUJETOS
                       OUTPUT PROCEDURE IS LISTAR-SUJETOS
               END-IF.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "  Vendedores/cajas en alerta: " WS-ALERTAS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               IF WS-SIN-ATRIBUIR > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  Autorizaciones sin tienda/vendedor "
                       "(anteriores a los campos): " WS-SIN-ATRIBUIR
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.
               IF WS-SU-DESCARTADOS > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "  AVISO: tabla de vendedores/cajas llena; "
                       "movimientos no acumulados: " WS-SU-DESCARTADOS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               CLOSE PREVENCION-REPORT-FILE.

               MOVE "prevencion-perdidas.dat" TO WS-SPOOL-NOMBRE.
               MOVE "INFORME-PREVENCION" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               OPEN INPUT PREVENCION-PARAMETROS-FILE.
               READ PREVENCION-PARAMETROS-FILE
                   NOT AT END
                       MOVE PREVENCION-PARAMETROS-LINE TO PARM-PREV-REG
                   AT END
                       CONTINUE
               END-READ.
               CLOSE PREVENCION-PARAMETROS-FILE.
               IF PARM-INDICE-ALERTA NOT NUMERIC
                   OR PARM-INDICE-ALERTA = ZERO
                   MOVE 200 TO PARM-INDICE-ALERTA
               END-IF.

           LEER-HISTORICO-PERIODO.
      *>   VENTAS Y DEVOLUCIONES POSTEADAS. LAS LINEAS SIN VENDEDOR
      *>   QUEDAN BAJO EL VENDEDOR 00000000; SIN CAJA, EN LA "01"
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
                       ADD 1 TO WS-JOB-LEIDOS
                       IF HIST-VENTA
                           MOVE "V" TO WS-EV-CLASE
                       ELSE
                           MOVE "D" TO WS-EV-CLASE
                       END-IF
                       MOVE HIST-SHOP-ID TO WS-EV-TIENDA
                       IF HIST-EMPLEADO-ID IS NUMERIC
                           MOVE HIST-EMPLEADO-ID TO WS-EV-EMPLEADO
                       ELSE
                           MOVE ZERO TO WS-EV-EMPLEADO
                       END-IF
                       MOVE HIST-TILL-ID TO WS-EV-CAJA
                       MOVE HIST-IMPORTE TO WS-EV-IMPORTE
                       PERFORM ACUMULAR-EVENTO
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
               CALL "leerhistorico" USING WS-LH-OPERACION
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           LEER-INCIDENCIAS-DEVOLUCION.
      *>   HUERFANAS Y EFECTIVO POR TARJETA QUE DEJA EL CIERRE DE VENTAS
               OPEN INPUT INCIDENCIAS-DEVOLUCION-FILE.
               IF ST-INCIDENCIAS NOT = "00"
                   DISPLAY "Sin incidencias de devolucion ("
                       ST-INCIDENCIAS ")"
               ELSE
                   MOVE 'N' TO EOF-FUENTE
                   PERFORM UNTIL FIN-FUENTE
                       READ INCIDENCIAS-DEVOLUCION-FILE NEXT RECORD
                           AT END
                               SET FIN-FUENTE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               IF INC-FECHA NOT < WS-LH-DESDE
                                   AND INC-FECHA NOT > WS-HASTA-FILTRO
                                   MOVE INC-TIPO TO WS-EV-CLASE
                                   MOVE INC-TIENDA TO WS-EV-TIENDA
                                   MOVE INC-EMPLEADO-ID
                                       TO WS-EV-EMPLEADO
                                   MOVE INC-CAJA TO WS-EV-CAJA
                                   MOVE INC-IMPORTE TO WS-EV-IMPORTE
                                   PERFORM ACUMULAR-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INCIDENCIAS-DEVOLUCION-FILE
               END-IF.

           LEER-OVERRIDES-DEVOLUCION.
               OPEN INPUT DEVOLUCION-OVERRIDES-FILE.
               IF ST-DEV-OVERRIDES = "00"
                   MOVE 'N' TO EOF-FUENTE
                   PERFORM UNTIL FIN-FUENTE
                       READ DEVOLUCION-OVERRIDES-FILE
                           AT END
                               SET FIN-FUENTE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE DVO-FECHA TO WS-EV-FECHA
                               MOVE DVO-TIENDA TO WS-EV-TIENDA
                               MOVE DVO-EMPLEADO-ID TO WS-BUS-ID
                               MOVE DVO-CAJA TO WS-EV-CAJA
                               MOVE DVO-IMPORTE TO WS-EV-IMPORTE
                               PERFORM ACUMULAR-OVERRIDE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE DEVOLUCION-OVERRIDES-FILE.

           LEER-OVERRIDES-CREDITO.
               OPEN INPUT CREDITO-OVERRIDES-FILE.
               IF ST-CRE-OVERRIDES = "00"
                   MOVE 'N' TO EOF-FUENTE
                   PERFORM UNTIL FIN-FUENTE
                       READ CREDITO-OVERRIDES-FILE
                           AT END
                               SET FIN-FUENTE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               MOVE OVR-FECHA TO WS-EV-FECHA
                               MOVE OVR-TIENDA TO WS-EV-TIENDA
                               MOVE OVR-EMPLEADO-ID TO WS-BUS-ID
                               MOVE OVR-CAJA TO WS-EV-CAJA
                               MOVE OVR-IMPORTE TO WS-EV-IMPORTE
                               PERFORM ACUMULAR-OVERRIDE
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE CREDITO-OVERRIDES-FILE.

           ACUMULAR-OVERRIDE.
      *>   UNA AUTORIZACION SE CARGA AL VENDEDOR Y A LA CAJA DE LA
      *>   LINEA FORZADA, NO AL ENCARGADO QUE LA AUTORIZO
               IF WS-EV-FECHA < WS-LH-DESDE
                   OR WS-EV-FECHA > WS-HASTA-FILTRO
                   CONTINUE
               ELSE
                   IF WS-EV-TIENDA = SPACES
                       OR WS-BUS-ID NOT NUMERIC
                       ADD 1 TO WS-SIN-ATRIBUIR
                   ELSE
                       MOVE "O" TO WS-EV-CLASE
                       MOVE WS-BUS-ID TO WS-EV-EMPLEADO
                       PERFORM ACUMULAR-EVENTO
                   END-IF
               END-IF.

           LEER-VALES-REDIMIDOS.
               OPEN INPUT VALES-REDIMIDOS-FILE.
               IF ST-VALES-REDIMIDOS = "00"
                   MOVE 'N' TO EOF-FUENTE
                   PERFORM UNTIL FIN-FUENTE
                       READ VALES-REDIMIDOS-FILE
                           AT END
                               SET FIN-FUENTE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-JOB-LEIDOS
                               IF VRD-FECHA NOT < WS-LH-DESDE
                                   AND VRD-FECHA NOT > WS-HASTA-FILTRO
                                   AND VRD-EMPLEADO-ID IS NUMERIC
                                   MOVE "G" TO WS-EV-CLASE
                                   MOVE VRD-TIENDA TO WS-EV-TIENDA
                                   MOVE VRD-EMPLEADO-ID
                                       TO WS-EV-EMPLEADO
                                   MOVE VRD-CAJA TO WS-EV-CAJA
                                   MOVE VRD-DESCUENTO TO WS-EV-IMPORTE
                                   PERFORM ACUMULAR-EVENTO
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               CLOSE VALES-REDIMIDOS-FILE.

           ACUMULAR-EVENTO.
      *>   EL EVENTO SUMA EN SU VENDEDOR, EN SU CAJA Y EN SU TIENDA
               IF WS-EV-CAJA = SPACES
                   MOVE "01" TO WS-EV-CAJA
               END-IF.

               MOVE "1" TO WS-BUS-CLASE.
               MOVE WS-EV-EMPLEADO TO WS-BUS-ID.
               PERFORM BUSCAR-SUJETO.
               IF WS-S > ZERO
                   PERFORM SUMAR-EN-SUJETO
               END-IF.

               MOVE "2" TO WS-BUS-CLASE.
               MOVE WS-EV-CAJA TO WS-BUS-ID.
               PERFORM BUSCAR-SUJETO.
               IF WS-S > ZERO
                   PERFORM SUMAR-EN-SUJETO
               END-IF.

               PERFORM BUSCAR-TIENDA.
               IF WS-T > ZERO
                   EVALUATE WS-EV-CLASE
                       WHEN "V"
                           ADD WS-EV-IMPORTE TO WS-TI-VENTAS (WS-T)
                       WHEN "D"
                           ADD WS-EV-IMPORTE
                               TO WS-TI-DEVOLUCIONES (WS-T)
                       WHEN OTHER
                           ADD WS-EV-IMPORTE
                               TO WS-TI-INCIDENCIAS (WS-T)
                   END-EVALUATE
               END-IF.

           SUMAR-EN-SUJETO.
               EVALUATE WS-EV-CLASE
                   WHEN "V"
                       ADD WS-EV-IMPORTE TO WS-SU-VENTAS (WS-S)
                   WHEN "D"
                       ADD WS-EV-IMPORTE TO WS-SU-DEVOLUCIONES (WS-S)
                   WHEN "H"
                       ADD 1 TO WS-SU-HUERFANAS (WS-S)
                       ADD WS-EV-IMPORTE TO WS-SU-INCIDENCIAS (WS-S)
                   WHEN "O"
                       ADD 1 TO WS-SU-OVERRIDES (WS-S)
                       ADD WS-EV-IMPORTE TO WS-SU-INCIDENCIAS (WS-S)
                   WHEN "G"
                       ADD 1 TO WS-SU-VALES (WS-S)
                       ADD WS-EV-IMPORTE TO WS-SU-VALES-IMPORTE (WS-S)
                       ADD WS-EV-IMPORTE TO WS-SU-INCIDENCIAS (WS-S)
                   WHEN "E"
                       ADD 1 TO WS-SU-EFECTIVO (WS-S)
                       ADD WS-EV-IMPORTE
                           TO WS-SU-EFECTIVO-IMPORTE (WS-S)
                       ADD WS-EV-IMPORTE TO WS-SU-INCIDENCIAS (WS-S)
               END-EVALUATE.

           BUSCAR-SUJETO.
      *>   DEVUELVE EN WS-S LA ENTRADA DE LA CLASE, TIENDA E ID
      *>   PEDIDOS, DANDOLA DE ALTA SI NO EXISTE; CERO SI NO CABE
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SU-N OR ENTRADA-ENCONTRADA
                   IF WS-SU-CLASE (WS-S) = WS-BUS-CLASE
                       AND WS-SU-TIENDA (WS-S) = WS-EV-TIENDA
                       AND WS-SU-ID (WS-S) = WS-BUS-ID
                       SET ENTRADA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF ENTRADA-ENCONTRADA
                   SUBTRACT 1 FROM WS-S
               ELSE
                   IF WS-SU-N < 1000
                       ADD 1 TO WS-SU-N
                       MOVE WS-SU-N TO WS-S
                       INITIALIZE WS-SU-ENTRADA (WS-S)
                       MOVE WS-BUS-CLASE TO WS-SU-CLASE (WS-S)
                       MOVE WS-EV-TIENDA TO WS-SU-TIENDA (WS-S)
                       MOVE WS-BUS-ID TO WS-SU-ID (WS-S)
                   ELSE
                       ADD 1 TO WS-SU-DESCARTADOS
                       MOVE ZERO TO WS-S
                   END-IF
               END-IF.

           BUSCAR-TIENDA.
               MOVE 'N' TO WS-ENCONTRADO.
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TI-N OR ENTRADA-ENCONTRADA
                   IF WS-TI-TIENDA (WS-T) = WS-EV-TIENDA
                       SET ENTRADA-ENCONTRADA TO TRUE
                   END-IF
               END-PERFORM.
               IF ENTRADA-ENCONTRADA
                   SUBTRACT 1 FROM WS-T
               ELSE
                   IF WS-TI-N < 200
                       ADD 1 TO WS-TI-N
                       MOVE WS-TI-N TO WS-T
                       INITIALIZE WS-TI-ENTRADA (WS-T)
                       MOVE WS-EV-TIENDA TO WS-TI-TIENDA (WS-T)
                   ELSE
                       MOVE ZERO TO WS-T
                   END-IF
               END-IF.

           INFORME-MEDIAS-TIENDA.
               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "MEDIA POR TIENDA" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "  TIENDA        VENTAS   DEVOLUCIONES  %DEV"
                   & "           INCIDENCIAS  %INC" TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TI-N
                   MOVE WS-TI-VENTAS (WS-T) TO WS-VENTAS-ED
                   MOVE WS-TI-DEVOLUCIONES (WS-T) TO WS-DEVOL-ED
                   MOVE WS-TI-INCIDENCIAS (WS-T) TO WS-INCID-ED
                   MOVE WS-TI-DEVOLUCIONES (WS-T) TO WS-IX-SUJ-NUM
                   MOVE WS-TI-VENTAS (WS-T) TO WS-IX-SUJ-BASE
                   PERFORM CALCULAR-PORCENTAJE
                   MOVE WS-PCT TO WS-PCT-ED
                   MOVE WS-TI-INCIDENCIAS (WS-T) TO WS-IX-SUJ-NUM
                   PERFORM CALCULAR-PORCENTAJE
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-TI-TIENDA (WS-T) " " WS-VENTAS-ED
                       "  " WS-DEVOL-ED " " WS-PCT-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   MOVE WS-PCT TO WS-PCT-ED
                   STRING "  " WS-INCID-ED " " WS-PCT-ED
                       DELIMITED BY SIZE INTO REPORT-LINE (51:)
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-PERFORM.

           CALCULAR-PORCENTAJE.
      *>   WS-IX-SUJ-NUM SOBRE WS-IX-SUJ-BASE EN PORCENTAJE, CON TOPE
               IF WS-IX-SUJ-NUM NOT > ZERO
                   MOVE ZERO TO WS-PCT
               ELSE
                   IF WS-IX-SUJ-BASE NOT > ZERO
                       MOVE 999,9 TO WS-PCT
                   ELSE
                       COMPUTE WS-PCT ROUNDED =
                           WS-IX-SUJ-NUM * 100 / WS-IX-SUJ-BASE
                           ON SIZE ERROR
                               MOVE 999,9 TO WS-PCT
                       END-COMPUTE
                   END-IF
               END-IF.

           CALCULAR-INDICE.
      *>   (SUJ-NUM / SUJ-BASE) / (TI-NUM / TI-BASE) EN PORCENTAJE.
      *>   SIN NADA QUE MEDIR EL INDICE ES CERO; SI LA TIENDA NO TIENE
      *>   NADA CON QUE COMPARAR, O EL SUJETO NO TIENE VENTAS, TOPE
               IF WS-IX-SUJ-NUM NOT > ZERO
                   MOVE ZERO TO WS-IX-RESULTADO
               ELSE
                   IF WS-IX-SUJ-BASE NOT > ZERO
                       OR WS-IX-TI-NUM NOT > ZERO
                       OR WS-IX-TI-BASE NOT > ZERO
                       MOVE 999 TO WS-IX-RESULTADO
                   ELSE
                       COMPUTE WS-IX-RESULTADO ROUNDED =
                           (WS-IX-SUJ-NUM * WS-IX-TI-BASE * 100) /
                           (WS-IX-SUJ-BASE * WS-IX-TI-NUM)
                           ON SIZE ERROR
                               MOVE 999 TO WS-IX-RESULTADO
                       END-COMPUTE
                   END-IF
               END-IF.

           EVALUAR-SUJETOS.
      *>   LA DESVIACION DE CADA SUJETO ES LA MAYOR DE LAS DOS: LA DE
      *>   DEVOLUCIONES SOBRE VENTAS Y LA DE INCIDENCIAS SOBRE VENTAS
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SU-N
                   MOVE WS-SU-TIENDA (WS-S) TO WS-EV-TIENDA
                   PERFORM BUSCAR-TIENDA
                   MOVE WS-SU-VENTAS (WS-S) TO WS-IX-SUJ-BASE
                   MOVE WS-TI-VENTAS (WS-T) TO WS-IX-TI-BASE
                   MOVE WS-SU-DEVOLUCIONES (WS-S) TO WS-IX-SUJ-NUM
                   MOVE WS-TI-DEVOLUCIONES (WS-T) TO WS-IX-TI-NUM
                   PERFORM CALCULAR-INDICE
                   MOVE WS-IX-RESULTADO TO WS-INDICE-DEV
                   PERFORM CALCULAR-PORCENTAJE
                   MOVE WS-SU-INCIDENCIAS (WS-S) TO WS-IX-SUJ-NUM
                   MOVE WS-TI-INCIDENCIAS (WS-T) TO WS-IX-TI-NUM
                   PERFORM CALCULAR-INDICE
                   MOVE WS-IX-RESULTADO TO WS-INDICE-INC

                   MOVE WS-SU-CLASE (WS-S) TO SORT-CLASE
                   IF WS-INDICE-DEV > WS-INDICE-INC
                       MOVE WS-INDICE-DEV TO SORT-INDICE
                   ELSE
                       MOVE WS-INDICE-INC TO SORT-INDICE
                   END-IF
                   IF SORT-INDICE NOT < PARM-INDICE-ALERTA
                       MOVE "S" TO SORT-ALERTA
                   ELSE
                       MOVE "N" TO SORT-ALERTA
                   END-IF
                   MOVE WS-SU-TIENDA (WS-S) TO SORT-TIENDA
                   MOVE WS-SU-ID (WS-S) TO SORT-ID
                   MOVE WS-SU-VENTAS (WS-S) TO SORT-VENTAS
                   MOVE WS-SU-DEVOLUCIONES (WS-S) TO SORT-DEVOLUCIONES
                   MOVE WS-PCT TO SORT-PCT-DEV
                   MOVE WS-SU-HUERFANAS (WS-S) TO SORT-HUERFANAS
                   MOVE WS-SU-OVERRIDES (WS-S) TO SORT-OVERRIDES
                   MOVE WS-SU-VALES (WS-S) TO SORT-VALES
                   MOVE WS-SU-VALES-IMPORTE (WS-S)
                       TO SORT-VALES-IMPORTE
                   MOVE WS-SU-EFECTIVO (WS-S) TO SORT-EFECTIVO
                   MOVE WS-SU-EFECTIVO-IMPORTE (WS-S)
                       TO SORT-EFECTIVO-IMPORTE
                   RELEASE SORT-REG
               END-PERFORM.

           LISTAR-SUJETOS.
               MOVE 'N' TO EOF-SORT.
               PERFORM UNTIL FIN-SORT
                   RETURN SORT-WORK-FILE
                       AT END
                           SET FIN-SORT TO TRUE
                       NOT AT END
                           PERFORM ESCRIBIR-SUJETO
                   END-RETURN
               END-PERFORM.

           ESCRIBIR-SUJETO.
               IF SORT-CLASE NOT = WS-ULT-CLASE
                   MOVE SORT-CLASE TO WS-ULT-CLASE
                   MOVE SPACES TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
                   IF SORT-CLASE = "1"
                       MOVE "POR VENDEDOR" TO REPORT-LINE
                   ELSE
                       MOVE "POR CAJA" TO REPORT-LINE
                   END-IF
                   PERFORM REGISTRAR-LINEA-REPORTE
                   MOVE "  TIENDA ID               VENTAS"
                       & "  DEVOLUCIONES  %DEV DESV HUERF FORZ VALES"
                       & "    IMP.VALES EFE/T    IMP.EFE/T"
                       TO REPORT-LINE
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               IF SORT-ALERTA = "S"
                   MOVE "ALERTA" TO WS-MARCA
                   ADD 1 TO WS-ALERTAS
               ELSE
                   MOVE SPACES TO WS-MARCA
               END-IF.
               MOVE SORT-VENTAS TO WS-VENTAS-ED.
               MOVE SORT-DEVOLUCIONES TO WS-DEVOL-ED.
               MOVE SORT-PCT-DEV TO WS-PCT-ED.
               MOVE SORT-INDICE TO WS-INDICE-ED.
               MOVE SORT-HUERFANAS TO WS-CONTADOR-ED.
               MOVE SORT-OVERRIDES TO WS-CONT2-ED.
               MOVE SORT-VALES TO WS-CONT3-ED.
               MOVE SORT-VALES-IMPORTE TO WS-VALES-ED.
               MOVE SORT-EFECTIVO TO WS-CONT4-ED.
               MOVE SORT-EFECTIVO-IMPORTE TO WS-EFECTIVO-ED.
               MOVE SPACES TO REPORT-LINE.
               STRING "  " SORT-TIENDA "  " SORT-ID " " WS-VENTAS-ED
                   " " WS-DEVOL-ED " " WS-PCT-ED "  " WS-INDICE-ED
                   " " WS-CONTADOR-ED WS-CONT2-ED " " WS-CONT3-ED " "
                   WS-VALES-ED " " WS-CONT4-ED " " WS-EFECTIVO-ED " "
                   WS-MARCA
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "INFORME-PREVENCION" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM INFORME-PREVENCION.
