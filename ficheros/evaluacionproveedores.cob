       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUACION-PROVEEDORES.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT OPTIONAL PEDIDOS-COMPRA-FILE
                   ASSIGN TO "pedidos-compra.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PC-NUMERO
                   STATUS ST-PEDIDO.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL RECEPCIONES-FILE
                   ASSIGN TO "recepciones-pedidos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL COSTE-AUDIT-FILE
                   ASSIGN TO "coste-audit.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL CATALOGO-RECHAZOS-HIST-FILE
                   ASSIGN TO "catalogo-rechazos-historico.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT EVALUACION-REPORT-FILE
                   ASSIGN TO "evaluacion-proveedores.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD PEDIDOS-COMPRA-FILE.
                   COPY copypedc.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

      *>   DIARIO DE RECEPCIONES QUE DEJA recepcionpedidos: UNA LINEA
      *>   POR ENTREGA DE UN ARTICULO CON SU RESULTADO FRENTE A LO
      *>   PEDIDO (COMPLETO, EXCESO O CORTO)
               FD RECEPCIONES-FILE.
                   01 RECEPCION-REG.
                       05 RCP-FECHA PIC 9(8).
                       05 FILLER PIC X.
                       05 RCP-PEDIDO PIC 9(8).
                       05 FILLER PIC X.
                       05 RCP-ITEM PIC X(8).
                       05 FILLER PIC X.
                       05 RCP-QTY PIC 9(5).
                       05 FILLER PIC X.
                       05 RCP-RESULTADO PIC X(10).

               FD COSTE-AUDIT-FILE.
                   COPY copycaud.

               FD CATALOGO-RECHAZOS-HIST-FILE.
                   COPY copycrh.

               FD EVALUACION-REPORT-FILE.
                   01 REPORT-LINE PIC X(120).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-PROVEEDOR PIC X(2).
               77 ST-PEDIDO PIC X(2).
               77 ST-ITEM PIC X(2).

               01 WS-PEDIDOS-OK PIC X VALUE 'N'.
                   88 PEDIDOS-DISPONIBLE VALUE 'S'.
               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.

               01 EOF-PROVEEDOR PIC X VALUE 'N'.
                   88 FIN-PROVEEDORES VALUE 'S'.
               01 EOF-PEDIDO PIC X VALUE 'N'.
                   88 FIN-PEDIDOS VALUE 'S'.
               01 EOF-RECEPCION PIC X VALUE 'N'.
                   88 FIN-RECEPCIONES VALUE 'S'.
               01 EOF-COSTE PIC X VALUE 'N'.
                   88 FIN-COSTES VALUE 'S'.
               01 EOF-RECHAZO PIC X VALUE 'N'.
                   88 FIN-RECHAZOS VALUE 'S'.

               01 WS-ANO PIC 9(4).
               01 WS-TRIMESTRE PIC 9(1).
               01 WS-DESDE PIC 9(8).
               01 WS-HASTA PIC 9(8).

      *>   BAREMO DE LA NOTA: SE PARTE DE LA TASA DE SERVICIO (0 A
      *>   100) Y SE RESTAN PUNTOS POR CADA DIA DE PLAZO MEDIO POR
      *>   ENCIMA DEL OBJETIVO Y POR CADA INCIDENCIA DEL TRIMESTRE
               01 PARM-PLAZO-OBJETIVO PIC 9(3) VALUE 7.
               01 PARM-PUNTOS-DIA PIC 9(2) VALUE 2.
               01 PARM-PUNTOS-CORTA PIC 9(2) VALUE 5.
               01 PARM-PUNTOS-EXCESO PIC 9(2) VALUE 2.
               01 PARM-PUNTOS-SUBIDA PIC 9(2) VALUE 3.
               01 PARM-PUNTOS-RECHAZO PIC 9(2) VALUE 2.

               01 WS-EV-TABLA.
                   05 WS-EV-ENTRADA OCCURS 300 TIMES.
                       10 WS-EV-PROV-ID PIC X(5).
                       10 WS-EV-NOMBRE PIC X(30).
                       10 WS-EV-RECEPCIONES PIC 9(5).
                       10 WS-EV-DIAS-TOTAL PIC 9(7).
                       10 WS-EV-QTY-PEDIDA PIC 9(9).
                       10 WS-EV-QTY-SERVIDA PIC 9(9).
                       10 WS-EV-CORTAS PIC 9(5).
                       10 WS-EV-EXCESOS PIC 9(5).
                       10 WS-EV-SUBIDAS PIC 9(5).
                       10 WS-EV-RECHAZOS PIC 9(5).
                       10 WS-EV-PLAZO-MEDIO PIC 9(3)V9.
                       10 WS-EV-SERVICIO PIC 9(3)V9.
                       10 WS-EV-PUNTOS PIC S9(3).
                       10 WS-EV-NOTA PIC X(1).
                       10 WS-EV-ACTIVO PIC X(1).
                           88 EV-CON-ACTIVIDAD VALUE 'S'.
                       10 WS-EV-LISTADO PIC X(1).
                           88 EV-YA-LISTADO VALUE 'S'.
               01 WS-EV-N PIC 9(3) VALUE ZERO.
               01 WS-EV-DESCARTADOS PIC 9(5) VALUE ZERO.
               77 WS-I PIC 9(3).
               77 WS-B PIC 9(3).
               77 WS-PEOR PIC 9(3).
               77 WS-RANGO PIC 9(1).
               77 WS-L PIC 9(2).

               01 WS-PROV-BUSCADO PIC X(5).
               01 WS-POS PIC 9(3).
               01 WS-DIAS PIC S9(5).
               01 WS-SERVIDO PIC 9(5).
               01 WS-COSTE-ANTERIOR PIC 9(3)V99.
               01 WS-COSTE-NUEVO PIC 9(3)V99.
               01 WS-PUNTOS PIC S9(5).
               01 WS-EVALUADOS PIC 9(3) VALUE ZERO.

               01 WS-LINEA-EV.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-PROV PIC X(5).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 EV-NOMBRE PIC X(20).
                   05 FILLER PIC X(1) VALUE SPACE.
                   05 EV-RECEPCIONES PIC ZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-PLAZO PIC ZZ9,9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-SERVICIO PIC ZZ9,9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-CORTAS PIC ZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-EXCESOS PIC ZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-SUBIDAS PIC ZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-RECHAZOS PIC ZZZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-PUNTOS PIC ZZ9.
                   05 FILLER PIC X(2) VALUE SPACES.
                   05 EV-NOTA PIC X(1).

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   EVALUACION TRIMESTRAL DE PROVEEDORES PARA LA REUNION DE
      *>   COMPRAS: PLAZO MEDIO DESDE EL PEDIDO HASTA LA RECEPCION,
      *>   TASA DE SERVICIO DE LOS PEDIDOS DEL TRIMESTRE, ENTREGAS
      *>   CORTAS Y EN EXCESO, SUBIDAS DE COSTE APLICADAS Y LINEAS DE
      *>   CATALOGO RECHAZADAS, CON UNA NOTA GLOBAL Y LOS CINCO PEORES
               DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
               ACCEPT WS-ANO.
               DISPLAY "Trimestre (1-4): " WITH NO ADVANCING.
               ACCEPT WS-TRIMESTRE.
               IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
                   DISPLAY "ERROR: trimestre no valido"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               COMPUTE WS-DESDE = WS-ANO * 10000
                   + ((WS-TRIMESTRE - 1) * 3 + 1) * 100 + 1.
               COMPUTE WS-HASTA = WS-ANO * 10000
                   + (WS-TRIMESTRE * 3) * 100 + 31.

               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR NOT = "00"
                   DISPLAY "No se puede abrir proveedores.dat ("
                       ST-PROVEEDOR ")"
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               PERFORM CARGAR-PROVEEDORES.
               CLOSE PROVEEDORES-FILE.

               OPEN INPUT PEDIDOS-COMPRA-FILE.
               IF ST-PEDIDO = "00"
                   SET PEDIDOS-DISPONIBLE TO TRUE
               END-IF.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               IF PEDIDOS-DISPONIBLE
                   PERFORM ACUMULAR-PEDIDOS
                   PERFORM ACUMULAR-RECEPCIONES
               END-IF.
               PERFORM ACUMULAR-SUBIDAS-COSTE.
               PERFORM ACUMULAR-RECHAZOS-CATALOGO.

               IF PEDIDOS-DISPONIBLE
                   CLOSE PEDIDOS-COMPRA-FILE
               END-IF.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.

               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EV-N
                   PERFORM PUNTUAR-PROVEEDOR
               END-PERFORM.

               PERFORM IMPRIMIR-EVALUACION.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           CARGAR-PROVEEDORES.
               MOVE LOW-VALUES TO PROV-ID.
               START PROVEEDORES-FILE
                   KEY IS NOT LESS THAN PROV-ID
                   INVALID KEY
                       SET FIN-PROVEEDORES TO TRUE
               END-START.
               PERFORM UNTIL FIN-PROVEEDORES
                   READ PROVEEDORES-FILE NEXT RECORD
                       AT END
                           SET FIN-PROVEEDORES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF WS-EV-N < 300
                               ADD 1 TO WS-EV-N
                               INITIALIZE WS-EV-ENTRADA (WS-EV-N)
                               MOVE PROV-ID TO WS-EV-PROV-ID (WS-EV-N)
                               MOVE PROV-NOMBRE
                                   TO WS-EV-NOMBRE (WS-EV-N)
                               MOVE 'N' TO WS-EV-ACTIVO (WS-EV-N)
                               MOVE 'N' TO WS-EV-LISTADO (WS-EV-N)
                           ELSE
                               ADD 1 TO WS-EV-DESCARTADOS
                           END-IF
                   END-READ
               END-PERFORM.

           BUSCAR-PROVEEDOR.
      *>   DEJA EN WS-POS LA ENTRADA DE WS-PROV-BUSCADO, O CERO
               MOVE ZERO TO WS-POS.
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-EV-N OR WS-POS NOT = ZERO
                   IF WS-EV-PROV-ID (WS-B) = WS-PROV-BUSCADO
                       MOVE WS-B TO WS-POS
                   END-IF
               END-PERFORM.
               IF WS-POS NOT = ZERO
                   MOVE 'S' TO WS-EV-ACTIVO (WS-POS)
               END-IF.

           ACUMULAR-PEDIDOS.
      *>   TASA DE SERVICIO: DE LO PEDIDO EN LOS PEDIDOS FECHADOS EN
      *>   EL TRIMESTRE (SALVO CANCELADOS), CUANTO SE HA RECIBIDO; EL
      *>   EXCESO NO COMPENSA LO QUE FALTA EN OTRAS LINEAS
               MOVE ZEROS TO PC-NUMERO.
               MOVE 'N' TO EOF-PEDIDO.
               START PEDIDOS-COMPRA-FILE
                   KEY IS NOT LESS THAN PC-NUMERO
                   INVALID KEY
                       SET FIN-PEDIDOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-PEDIDOS
                   READ PEDIDOS-COMPRA-FILE NEXT RECORD
                       AT END
                           SET FIN-PEDIDOS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF PC-FECHA NOT < WS-DESDE
                               AND PC-FECHA NOT > WS-HASTA
                               AND NOT PEDIDO-CANCELADO
                               PERFORM ACUMULAR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM.

           ACUMULAR-PEDIDO.
               MOVE PC-PROV-ID TO WS-PROV-BUSCADO.
               PERFORM BUSCAR-PROVEEDOR.
               IF WS-POS NOT = ZERO
                   PERFORM VARYING WS-L FROM 1 BY 1
                           UNTIL WS-L > PC-N-LINEAS
                       ADD PC-QTY-PEDIDA (WS-L)
                           TO WS-EV-QTY-PEDIDA (WS-POS)
                       IF PC-QTY-RECIBIDA (WS-L) > PC-QTY-PEDIDA (WS-L)
                           MOVE PC-QTY-PEDIDA (WS-L) TO WS-SERVIDO
                       ELSE
                           MOVE PC-QTY-RECIBIDA (WS-L) TO WS-SERVIDO
                       END-IF
                       ADD WS-SERVIDO TO WS-EV-QTY-SERVIDA (WS-POS)
                   END-PERFORM
               END-IF.

           ACUMULAR-RECEPCIONES.
      *>   CADA ENTREGA DEL TRIMESTRE CUENTA PARA EL PLAZO MEDIO (DIAS
      *>   DESDE LA FECHA DEL PEDIDO) Y, SEGUN SU RESULTADO, COMO
      *>   ENTREGA CORTA O EN EXCESO
               OPEN INPUT RECEPCIONES-FILE.
               PERFORM UNTIL FIN-RECEPCIONES
                   READ RECEPCIONES-FILE
                       AT END
                           SET FIN-RECEPCIONES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF RCP-FECHA NOT < WS-DESDE
                               AND RCP-FECHA NOT > WS-HASTA
                               PERFORM ACUMULAR-RECEPCION
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RECEPCIONES-FILE.

           ACUMULAR-RECEPCION.
               MOVE RCP-PEDIDO TO PC-NUMERO.
               READ PEDIDOS-COMPRA-FILE
                   INVALID KEY
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       MOVE PC-PROV-ID TO WS-PROV-BUSCADO
                       PERFORM BUSCAR-PROVEEDOR
                       IF WS-POS NOT = ZERO
                           PERFORM ANOTAR-RECEPCION
                       END-IF
               END-READ.

           ANOTAR-RECEPCION.
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE (RCP-FECHA) -
                   FUNCTION INTEGER-OF-DATE (PC-FECHA).
               IF WS-DIAS < ZERO
                   MOVE ZERO TO WS-DIAS
               END-IF.
               ADD 1 TO WS-EV-RECEPCIONES (WS-POS).
               ADD WS-DIAS TO WS-EV-DIAS-TOTAL (WS-POS).
               EVALUATE RCP-RESULTADO
                   WHEN "CORTO"
                       ADD 1 TO WS-EV-CORTAS (WS-POS)
                   WHEN "EXCESO"
                       ADD 1 TO WS-EV-EXCESOS (WS-POS)
               END-EVALUATE.

           ACUMULAR-SUBIDAS-COSTE.
      *>   SUBIDAS DE COSTE DEL TRIMESTRE: LA DE UNA RECEPCION SE
      *>   IMPUTA AL PROVEEDOR DEL PEDIDO QUE CITA EL ORIGEN; LA DE LA
      *>   CARGA DE CATALOGO, AL PROVEEDOR DEL ARTICULO
               OPEN INPUT COSTE-AUDIT-FILE.
               PERFORM UNTIL FIN-COSTES
                   READ COSTE-AUDIT-FILE
                       AT END
                           SET FIN-COSTES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF CAUD-FECHA NOT < WS-DESDE
                               AND CAUD-FECHA NOT > WS-HASTA
                               PERFORM ACUMULAR-SUBIDA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE COSTE-AUDIT-FILE.

           ACUMULAR-SUBIDA.
               MOVE CAUD-COSTE-ANTERIOR TO WS-COSTE-ANTERIOR.
               MOVE CAUD-COSTE-NUEVO TO WS-COSTE-NUEVO.
               IF WS-COSTE-NUEVO > WS-COSTE-ANTERIOR
                   MOVE SPACES TO WS-PROV-BUSCADO
                   IF CAUD-ORIGEN (1:10) = "RECEPCION "
                       AND CAUD-ORIGEN (11:8) IS NUMERIC
                       AND PEDIDOS-DISPONIBLE
                       MOVE CAUD-ORIGEN (11:8) TO PC-NUMERO
                       READ PEDIDOS-COMPRA-FILE
                           NOT INVALID KEY
                               MOVE PC-PROV-ID TO WS-PROV-BUSCADO
                       END-READ
                   ELSE
                       IF ITEM-MASTER-DISPONIBLE
                           MOVE CAUD-ITEM-ID TO ITEM-ID-KEY
                           READ ITEM-MASTER-FILE
                               NOT INVALID KEY
                                   MOVE ITEM-PROVEEDOR
                                       TO WS-PROV-BUSCADO
                           END-READ
                       END-IF
                   END-IF
                   PERFORM BUSCAR-PROVEEDOR
                   IF WS-POS NOT = ZERO
                       ADD 1 TO WS-EV-SUBIDAS (WS-POS)
                   END-IF
               END-IF.

           ACUMULAR-RECHAZOS-CATALOGO.
               OPEN INPUT CATALOGO-RECHAZOS-HIST-FILE.
               PERFORM UNTIL FIN-RECHAZOS
                   READ CATALOGO-RECHAZOS-HIST-FILE
                       AT END
                           SET FIN-RECHAZOS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           IF CRH-FECHA NOT < WS-DESDE
                               AND CRH-FECHA NOT > WS-HASTA
                               MOVE CRH-PROVEEDOR TO WS-PROV-BUSCADO
                               PERFORM BUSCAR-PROVEEDOR
                               IF WS-POS NOT = ZERO
                                   ADD 1 TO WS-EV-RECHAZOS (WS-POS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CATALOGO-RECHAZOS-HIST-FILE.

           PUNTUAR-PROVEEDOR.
               IF WS-EV-RECEPCIONES (WS-I) > ZERO
                   COMPUTE WS-EV-PLAZO-MEDIO (WS-I) ROUNDED =
                       WS-EV-DIAS-TOTAL (WS-I) /
                       WS-EV-RECEPCIONES (WS-I)
               END-IF.
               IF WS-EV-QTY-PEDIDA (WS-I) > ZERO
                   COMPUTE WS-EV-SERVICIO (WS-I) ROUNDED =
                       WS-EV-QTY-SERVIDA (WS-I) * 100 /
                       WS-EV-QTY-PEDIDA (WS-I)
               ELSE
                   MOVE 100 TO WS-EV-SERVICIO (WS-I)
               END-IF.

               COMPUTE WS-PUNTOS = WS-EV-SERVICIO (WS-I)
                   - WS-EV-CORTAS (WS-I) * PARM-PUNTOS-CORTA
                   - WS-EV-EXCESOS (WS-I) * PARM-PUNTOS-EXCESO
                   - WS-EV-SUBIDAS (WS-I) * PARM-PUNTOS-SUBIDA
                   - WS-EV-RECHAZOS (WS-I) * PARM-PUNTOS-RECHAZO.
               IF WS-EV-PLAZO-MEDIO (WS-I) > PARM-PLAZO-OBJETIVO
                   COMPUTE WS-PUNTOS = WS-PUNTOS - PARM-PUNTOS-DIA *
                       (WS-EV-PLAZO-MEDIO (WS-I) - PARM-PLAZO-OBJETIVO)
               END-IF.
               IF WS-PUNTOS < ZERO
                   MOVE ZERO TO WS-PUNTOS
               END-IF.
               MOVE WS-PUNTOS TO WS-EV-PUNTOS (WS-I).

               EVALUATE TRUE
                   WHEN WS-PUNTOS NOT < 90
                       MOVE "A" TO WS-EV-NOTA (WS-I)
                   WHEN WS-PUNTOS NOT < 75
                       MOVE "B" TO WS-EV-NOTA (WS-I)
                   WHEN WS-PUNTOS NOT < 50
                       MOVE "C" TO WS-EV-NOTA (WS-I)
                   WHEN OTHER
                       MOVE "D" TO WS-EV-NOTA (WS-I)
               END-EVALUATE.

           IMPRIMIR-EVALUACION.
               OPEN OUTPUT EVALUACION-REPORT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "EVALUACION DE PROVEEDORES - TRIMESTRE "
                   WS-TRIMESTRE " DE " WS-ANO
                   " (" WS-DESDE " A " WS-HASTA ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM IMPRIMIR-CABECERA.

      *>   SOLO ENTRAN LOS PROVEEDORES CON ALGUN MOVIMIENTO EN EL
      *>   TRIMESTRE; LOS DEMAS NO TIENEN NADA QUE EVALUAR
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EV-N
                   IF EV-CON-ACTIVIDAD (WS-I)
                       ADD 1 TO WS-EVALUADOS
                       PERFORM IMPRIMIR-LINEA-PROVEEDOR
                   END-IF
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               STRING "Proveedores evaluados: " WS-EVALUADOS
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE SPACES TO REPORT-LINE.
               STRING "Nota: A >= 90, B >= 75, C >= 50, D < 50 sobre "
                   "la tasa de servicio menos penalizaciones"
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               PERFORM REGISTRAR-LINEA-REPORTE.

               MOVE SPACES TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               MOVE "LOS CINCO PEORES PROVEEDORES DEL TRIMESTRE"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.
               PERFORM IMPRIMIR-CABECERA.
               PERFORM VARYING WS-RANGO FROM 1 BY 1
                       UNTIL WS-RANGO > 5
                   PERFORM IMPRIMIR-PEOR
               END-PERFORM.

               IF WS-EV-DESCARTADOS > ZERO
                   MOVE SPACES TO REPORT-LINE
                   STRING "AVISO: " WS-EV-DESCARTADOS
                       " proveedor(es) no cupieron en la tabla"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   PERFORM REGISTRAR-LINEA-REPORTE
               END-IF.

               CLOSE EVALUACION-REPORT-FILE.

               MOVE "evaluacion-proveedores.dat" TO WS-SPOOL-NOMBRE.
               MOVE "EVALUACION-PROVEED" TO WS-SPOOL-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           IMPRIMIR-CABECERA.
               MOVE "  PROV. NOMBRE               RECEP  PLAZO  SERV%"
                   & "  CORTAS  EXCES  SUBID  RECHZ  PTS  N"
                   TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

           IMPRIMIR-PEOR.
      *>   EL DE MENOS PUNTOS AUN NO LISTADO ENTRE LOS QUE TUVIERON
      *>   ACTIVIDAD; SI QUEDAN MENOS DE CINCO NO SE IMPRIME NADA
               MOVE ZERO TO WS-PEOR.
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EV-N
                   IF EV-CON-ACTIVIDAD (WS-I)
                       AND NOT EV-YA-LISTADO (WS-I)
                       IF WS-PEOR = ZERO
                           MOVE WS-I TO WS-PEOR
                       ELSE
                           IF WS-EV-PUNTOS (WS-I) <
                               WS-EV-PUNTOS (WS-PEOR)
                               MOVE WS-I TO WS-PEOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-PEOR NOT = ZERO
                   MOVE 'S' TO WS-EV-LISTADO (WS-PEOR)
                   MOVE WS-PEOR TO WS-I
                   PERFORM IMPRIMIR-LINEA-PROVEEDOR
               END-IF.

           IMPRIMIR-LINEA-PROVEEDOR.
               MOVE WS-EV-PROV-ID (WS-I) TO EV-PROV.
               MOVE WS-EV-NOMBRE (WS-I) TO EV-NOMBRE.
               MOVE WS-EV-RECEPCIONES (WS-I) TO EV-RECEPCIONES.
               MOVE WS-EV-PLAZO-MEDIO (WS-I) TO EV-PLAZO.
               MOVE WS-EV-SERVICIO (WS-I) TO EV-SERVICIO.
               MOVE WS-EV-CORTAS (WS-I) TO EV-CORTAS.
               MOVE WS-EV-EXCESOS (WS-I) TO EV-EXCESOS.
               MOVE WS-EV-SUBIDAS (WS-I) TO EV-SUBIDAS.
               MOVE WS-EV-RECHAZOS (WS-I) TO EV-RECHAZOS.
               MOVE WS-EV-PUNTOS (WS-I) TO EV-PUNTOS.
               MOVE WS-EV-NOTA (WS-I) TO EV-NOTA.
               MOVE WS-LINEA-EV TO REPORT-LINE.
               PERFORM REGISTRAR-LINEA-REPORTE.

           REGISTRAR-LINEA-REPORTE.
               DISPLAY REPORT-LINE.
               WRITE REPORT-LINE.
               ADD 1 TO WS-JOB-ESCRITOS.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "EVALUACION-PROVEED" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM EVALUACION-PROVEEDORES.
