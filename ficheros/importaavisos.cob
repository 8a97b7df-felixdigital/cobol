       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-AVISOS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL AVISOS-ENTRADA-FILE
                   ASSIGN TO "avisos-expedicion-entrada.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ENTRADA.

                   SELECT AVISOS-RECHAZADOS-FILE
                   ASSIGN TO "avisos-expedicion-rechazados.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT AVISOS-EXPEDICION-FILE
                   ASSIGN TO "avisos-expedicion.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS AEX-CLAVE
                   STATUS ST-AVISO.

                   SELECT PEDIDOS-COMPRA-FILE
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

                   SELECT OPTIONAL COMPRAS-PARAMETROS-FILE
                   ASSIGN TO "compras-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT AVISOS-PENDIENTES-FILE
                   ASSIGN TO "avisos-sin-confirmar.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD AVISOS-ENTRADA-FILE.
                   01 AVISO-ENTRADA-LINE PIC X(60).

      *>   MISMA LINEA DEL AVISO SEGUIDA DEL MOTIVO DEL RECHAZO, PARA
      *>   RECLAMAR AL PROVEEDOR O CORREGIRLA Y REENVIARLA
               FD AVISOS-RECHAZADOS-FILE.
                   01 AVISO-RECHAZADO-REG.
                       05 REJ-LINEA PIC X(60).
                       05 FILLER PIC X.
                       05 REJ-MOTIVO PIC X(40).

               FD AVISOS-EXPEDICION-FILE.
                   COPY copyaexp.

               FD PEDIDOS-COMPRA-FILE.
                   COPY copypedc.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

      *>   PRIMERA LINEA DE compras-parametros.dat: TRAS LA TOLERANCIA
      *>   DEL CASE Y LA TIENDA DE ENTREGA, LOS DIAS DE MARGEN PARA
      *>   CONFIRMAR UN AVISO DESDE SU FECHA PREVISTA DE LLEGADA
               FD COMPRAS-PARAMETROS-FILE.
                   01 COMPRAS-PARAMETROS-LINE PIC X(15).
                   01 COMPRAS-PARAMETROS-REG
                       REDEFINES COMPRAS-PARAMETROS-LINE.
                       05 FILLER PIC X(12).
                       05 PARM-DIAS-AVISO-LINEA PIC X(3).

               FD AVISOS-PENDIENTES-FILE.
                   01 REPORT-LINE PIC X(80).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-ENTRADA PIC X(2).
               77 ST-AVISO PIC X(2).
               77 ST-PEDIDO PIC X(2).
               77 ST-ITEM PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-PEDIDOS-OK PIC X VALUE 'N'.
                   88 PEDIDOS-DISPONIBLE VALUE 'S'.

               01 EOF-ENTRADA PIC X VALUE 'N'.
                   88 FIN-ENTRADA VALUE 'S'.
               01 EOF-AVISO PIC X VALUE 'N'.
                   88 FIN-AVISOS VALUE 'S'.

      *>   LINEA DEL AVISO ELECTRONICO DEL PROVEEDOR: UNA POR ARTICULO,
      *>   CON LAS DE CADA AVISO SEGUIDAS Y EL PEDIDO DE COMPRA Y LA
      *>   FECHA PREVISTA DE LLEGADA REPETIDOS EN TODAS
               01 WS-AVI-LINEA.
                   05 AVI-AVISO PIC X(15).
                   05 FILLER PIC X.
                   05 AVI-PROV-ID PIC X(5).
                   05 FILLER PIC X.
                   05 AVI-PEDIDO PIC 9(8).
                   05 FILLER PIC X.
                   05 AVI-FECHA-PREVISTA PIC 9(8).
                   05 FILLER PIC X.
                   05 AVI-ITEM-ID PIC X(8).
                   05 FILLER PIC X.
                   05 AVI-CANTIDAD PIC 9(5).

      *>   DIAS DESDE LA FECHA PREVISTA SIN QUE EL ALMACEN CONFIRME LA
      *>   DESCARGA A PARTIR DE LOS CUALES EL AVISO SE SENALA
               01 PARM-DIAS-AVISO PIC 9(3) VALUE 3.

      *>   AVISO EN CURSO: SUS LINEAS SE VALIDAN JUNTAS Y EL AVISO
      *>   ENTRA ENTERO O SE RECHAZA ENTERO
               01 WS-AV-CLAVE PIC X(20) VALUE SPACES.
               01 WS-AV-CLAVE-LINEA PIC X(20).
               01 WS-AV-TABLA.
                   05 WS-AV-ENTRADA OCCURS 30 TIMES.
                       10 WS-AV-REG PIC X(60).
                       10 WS-AV-ITEM PIC X(8).
                       10 WS-AV-QTY PIC 9(5).
                       10 WS-AV-MOTIVO PIC X(40).
               01 WS-AV-N PIC 9(2) VALUE ZERO.
               01 WS-AV-DESBORDADO PIC X VALUE 'N'.
                   88 AVISO-DESBORDADO VALUE 'S'.
               01 WS-AV-PEDIDO PIC 9(8).
               01 WS-AV-FECHA-PREVISTA PIC 9(8).
               01 WS-L PIC 9(2).
               01 WS-M PIC 9(2).
               01 WS-MOTIVO-AVISO PIC X(40).
               01 WS-AVISO-VALIDO PIC X VALUE 'S'.
                   88 AVISO-VALIDO VALUE 'S'.

               01 WS-HOY PIC 9(8).
               01 WS-HOY-ENTERO PIC 9(8).
               01 WS-DIAS PIC S9(5).
               01 WS-DIAS-ED PIC ZZZZ9.
               01 WS-AVISOS-IMPORTADOS PIC 9(6) VALUE ZERO.
               01 WS-AVISOS-RECHAZADOS PIC 9(6) VALUE ZERO.
               01 WS-AVISOS-REPETIDOS PIC 9(6) VALUE ZERO.
               01 WS-AVISOS-SIN-CONFIRMAR PIC 9(6) VALUE ZERO.

               01 WS-SPOOL-NOMBRE PIC X(30).
               01 WS-SPOOL-PROGRAMA PIC X(20).
               01 WS-SPOOL-FECHA PIC 9(8).

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   IMPORTACION DE LOS AVISOS DE EXPEDICION QUE LOS PROVEEDORES
      *>   MANDAN ANTES DE QUE LLEGUE EL CAMION. CADA AVISO SE CASA
      *>   CONTRA LAS LINEAS DEL PEDIDO DE COMPRA ABIERTO QUE CITA; LOS
      *>   VALIDOS QUEDAN PENDIENTES EN avisos-expedicion.dat PARA QUE
      *>   LA RECEPCION SOLO CONFIRME O CORRIJA LO DESCARGADO, Y LOS
      *>   QUE CITAN PEDIDOS O ARTICULOS DESCONOCIDOS VAN ENTEROS A
      *>   avisos-expedicion-rechazados.dat. CADA EJECUCION SENALA
      *>   ADEMAS LOS AVISOS QUE SIGUEN SIN CONFIRMAR PASADO EL MARGEN
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               COMPUTE WS-HOY-ENTERO =
                   FUNCTION INTEGER-OF-DATE (WS-HOY).
               PERFORM INICIALIZAR-PARAMETROS.

               OPEN I-O AVISOS-EXPEDICION-FILE.
               IF ST-AVISO = "35"
                   OPEN OUTPUT AVISOS-EXPEDICION-FILE
                   CLOSE AVISOS-EXPEDICION-FILE
                   OPEN I-O AVISOS-EXPEDICION-FILE
               END-IF.

               OPEN INPUT PEDIDOS-COMPRA-FILE.
               IF ST-PEDIDO = "00"
                   SET PEDIDOS-DISPONIBLE TO TRUE
               END-IF.

               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

               OPEN INPUT AVISOS-ENTRADA-FILE.
               IF ST-ENTRADA NOT = "00"
                   DISPLAY "No hay avisos-expedicion-entrada.dat que "
                       "importar (" ST-ENTRADA ")"
               ELSE
                   IF NOT PEDIDOS-DISPONIBLE
                       DISPLAY "ERROR: no hay fichero de pedidos de "
                           "compra (" ST-PEDIDO "); no se importa nada"
                   ELSE
                       PERFORM IMPORTAR-AVISOS
                   END-IF
               END-IF.
               CLOSE AVISOS-ENTRADA-FILE.

               PERFORM SENALAR-SIN-CONFIRMAR.

               CLOSE AVISOS-EXPEDICION-FILE.
               IF PEDIDOS-DISPONIBLE
                   CLOSE PEDIDOS-COMPRA-FILE
               END-IF.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.

               DISPLAY "IMPORTACION DE AVISOS DE EXPEDICION".
               DISPLAY "  Avisos importados:     " WS-AVISOS-IMPORTADOS.
               DISPLAY "  Avisos rechazados:     " WS-AVISOS-RECHAZADOS
                   " (ver avisos-expedicion-rechazados.dat)".
               DISPLAY "  Avisos ya importados:  " WS-AVISOS-REPETIDOS.
               DISPLAY "  Avisos sin confirmar:  "
                   WS-AVISOS-SIN-CONFIRMAR
                   " (ver avisos-sin-confirmar.dat)".

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               OPEN INPUT COMPRAS-PARAMETROS-FILE.
               MOVE SPACES TO COMPRAS-PARAMETROS-LINE.
               READ COMPRAS-PARAMETROS-FILE
                   AT END
                       MOVE SPACES TO COMPRAS-PARAMETROS-LINE
               END-READ.
               CLOSE COMPRAS-PARAMETROS-FILE.
               IF PARM-DIAS-AVISO-LINEA IS NUMERIC
                   MOVE PARM-DIAS-AVISO-LINEA TO PARM-DIAS-AVISO
               END-IF.

           IMPORTAR-AVISOS.
               OPEN OUTPUT AVISOS-RECHAZADOS-FILE.
               MOVE 'N' TO EOF-ENTRADA.
               PERFORM UNTIL FIN-ENTRADA
                   READ AVISOS-ENTRADA-FILE
                       AT END
                           SET FIN-ENTRADA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           MOVE AVISO-ENTRADA-LINE TO WS-AVI-LINEA
                           MOVE AVI-PROV-ID TO WS-AV-CLAVE-LINEA (1:5)
                           MOVE AVI-AVISO TO WS-AV-CLAVE-LINEA (6:15)
                           IF WS-AV-CLAVE-LINEA NOT = WS-AV-CLAVE
                               AND WS-AV-N > ZERO
                               PERFORM PROCESAR-AVISO
                                   THRU PROCESAR-AVISO-EXIT
                           END-IF
                           PERFORM ANOTAR-LINEA-AVISO
                   END-READ
               END-PERFORM.
               IF WS-AV-N > ZERO
                   PERFORM PROCESAR-AVISO THRU PROCESAR-AVISO-EXIT
               END-IF.
               CLOSE AVISOS-RECHAZADOS-FILE.

           ANOTAR-LINEA-AVISO.
      *>   LA PRIMERA LINEA DE CADA AVISO ABRE UNO NUEVO; UN AVISO CON
      *>   MAS LINEAS DE LAS QUE CABEN EN UN PEDIDO SE RECHAZA ENTERO
               IF WS-AV-CLAVE-LINEA NOT = WS-AV-CLAVE OR WS-AV-N = ZERO
                   MOVE WS-AV-CLAVE-LINEA TO WS-AV-CLAVE
                   MOVE ZERO TO WS-AV-N
                   MOVE 'N' TO WS-AV-DESBORDADO
               END-IF.
               IF WS-AV-N < 30
                   ADD 1 TO WS-AV-N
                   MOVE AVISO-ENTRADA-LINE TO WS-AV-REG (WS-AV-N)
                   MOVE SPACES TO WS-AV-MOTIVO (WS-AV-N)
               ELSE
                   SET AVISO-DESBORDADO TO TRUE
                   MOVE AVISO-ENTRADA-LINE TO REJ-LINEA
                   MOVE "AVISO CON DEMASIADAS LINEAS" TO REJ-MOTIVO
                   WRITE AVISO-RECHAZADO-REG
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.

           PROCESAR-AVISO.
               MOVE 'S' TO WS-AVISO-VALIDO.
               MOVE SPACES TO WS-MOTIVO-AVISO.

               MOVE WS-AV-CLAVE TO AEX-CLAVE.
               READ AVISOS-EXPEDICION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-AVISOS-REPETIDOS
                       MOVE ZERO TO WS-AV-N
                       GO TO PROCESAR-AVISO-EXIT
               END-READ.

      *>   EL PEDIDO Y LA FECHA PREVISTA SE TOMAN DE LA PRIMERA LINEA
               MOVE WS-AV-REG (1) TO WS-AVI-LINEA.
               PERFORM VALIDAR-CABECERA-AVISO.

               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-AV-N
                   PERFORM VALIDAR-LINEA-AVISO
                       THRU VALIDAR-LINEA-AVISO-EXIT
                   IF WS-AV-MOTIVO (WS-L) NOT = SPACES
                       MOVE 'N' TO WS-AVISO-VALIDO
                   END-IF
               END-PERFORM.

               IF WS-MOTIVO-AVISO = SPACES AND AVISO-DESBORDADO
                   MOVE "AVISO CON DEMASIADAS LINEAS"
                       TO WS-MOTIVO-AVISO
               END-IF.
               IF WS-MOTIVO-AVISO NOT = SPACES
                   MOVE 'N' TO WS-AVISO-VALIDO
               END-IF.

               IF AVISO-VALIDO
                   PERFORM GRABAR-AVISO
               ELSE
                   PERFORM RECHAZAR-AVISO
               END-IF.
               MOVE ZERO TO WS-AV-N.

           PROCESAR-AVISO-EXIT.
               EXIT.

           VALIDAR-CABECERA-AVISO.
               MOVE ZERO TO WS-AV-PEDIDO.
               IF AVI-AVISO = SPACES OR AVI-PROV-ID = SPACES
                   MOVE "AVISO SIN NUMERO O SIN PROVEEDOR"
                       TO WS-MOTIVO-AVISO
               END-IF.

      *>   SIN FECHA PREVISTA SE ENTIENDE QUE LLEGA EL MISMO DIA
               IF AVI-FECHA-PREVISTA NOT NUMERIC
                   MOVE "FECHA PREVISTA NO VALIDA" TO WS-MOTIVO-AVISO
               ELSE
                   MOVE AVI-FECHA-PREVISTA TO WS-AV-FECHA-PREVISTA
                   IF WS-AV-FECHA-PREVISTA = ZERO
                       MOVE WS-HOY TO WS-AV-FECHA-PREVISTA
                   END-IF
               END-IF.

               IF AVI-PEDIDO NOT NUMERIC
                   MOVE "PEDIDO DE COMPRA NO VALIDO" TO WS-MOTIVO-AVISO
               ELSE
                   MOVE AVI-PEDIDO TO WS-AV-PEDIDO
                   MOVE AVI-PEDIDO TO PC-NUMERO
                   READ PEDIDOS-COMPRA-FILE
                       INVALID KEY
                           MOVE "PEDIDO DE COMPRA DESCONOCIDO"
                               TO WS-MOTIVO-AVISO
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN PC-PROV-ID NOT = AVI-PROV-ID
                                   MOVE "PEDIDO DE OTRO PROVEEDOR"
                                       TO WS-MOTIVO-AVISO
                               WHEN NOT PEDIDO-ABIERTO
                                   MOVE "PEDIDO DE COMPRA NO ABIERTO"
                                       TO WS-MOTIVO-AVISO
                           END-EVALUATE
                   END-READ
               END-IF.
      *>   SIN PEDIDO VALIDO NO HAY LINEAS CONTRA LAS QUE CASAR
               IF WS-MOTIVO-AVISO NOT = SPACES
                   MOVE ZERO TO PC-N-LINEAS
               END-IF.

           VALIDAR-LINEA-AVISO.
               MOVE WS-AV-REG (WS-L) TO WS-AVI-LINEA.
               MOVE AVI-ITEM-ID TO WS-AV-ITEM (WS-L).
               MOVE ZERO TO WS-AV-QTY (WS-L).

               IF WS-AV-PEDIDO NOT = ZERO
                   AND (AVI-PEDIDO NOT NUMERIC
                       OR AVI-PEDIDO NOT = WS-AV-PEDIDO)
                   MOVE "LINEA DE OTRO PEDIDO" TO WS-AV-MOTIVO (WS-L)
                   GO TO VALIDAR-LINEA-AVISO-EXIT
               END-IF.
               IF AVI-CANTIDAD NOT NUMERIC OR AVI-CANTIDAD = ZERO
                   MOVE "CANTIDAD NO VALIDA" TO WS-AV-MOTIVO (WS-L)
                   GO TO VALIDAR-LINEA-AVISO-EXIT
               END-IF.
               MOVE AVI-CANTIDAD TO WS-AV-QTY (WS-L).

               IF ITEM-MASTER-DISPONIBLE
                   MOVE AVI-ITEM-ID TO ITEM-ID-KEY
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           MOVE "ARTICULO DESCONOCIDO"
                               TO WS-AV-MOTIVO (WS-L)
                           GO TO VALIDAR-LINEA-AVISO-EXIT
                   END-READ
               END-IF.

               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M = WS-L
                   IF WS-AV-ITEM (WS-M) = WS-AV-ITEM (WS-L)
                       MOVE "ARTICULO REPETIDO EN EL AVISO"
                           TO WS-AV-MOTIVO (WS-L)
                   END-IF
               END-PERFORM.
               IF WS-AV-MOTIVO (WS-L) NOT = SPACES
                   GO TO VALIDAR-LINEA-AVISO-EXIT
               END-IF.

               IF WS-MOTIVO-AVISO = SPACES
                   PERFORM VARYING WS-M FROM 1 BY 1
                           UNTIL WS-M > PC-N-LINEAS
                              OR PC-ITEM-ID (WS-M) = AVI-ITEM-ID
                       CONTINUE
                   END-PERFORM
                   IF WS-M > PC-N-LINEAS
                       MOVE "ARTICULO QUE NO ESTA EN EL PEDIDO"
                           TO WS-AV-MOTIVO (WS-L)
                   END-IF
               END-IF.

           VALIDAR-LINEA-AVISO-EXIT.
               EXIT.

           RECHAZAR-AVISO.
      *>   TODAS LAS LINEAS DEL AVISO VAN AL FICHERO DE RECHAZOS; CADA
      *>   LINEA LLEVA SU MOTIVO O, SI ELLA ESTABA BIEN, EL DEL AVISO
               ADD 1 TO WS-AVISOS-RECHAZADOS.
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-AV-N
                   MOVE WS-AV-REG (WS-L) TO REJ-LINEA
                   EVALUATE TRUE
                       WHEN WS-AV-MOTIVO (WS-L) NOT = SPACES
                           MOVE WS-AV-MOTIVO (WS-L) TO REJ-MOTIVO
                       WHEN WS-MOTIVO-AVISO NOT = SPACES
                           MOVE WS-MOTIVO-AVISO TO REJ-MOTIVO
                       WHEN OTHER
                           MOVE "AVISO RECHAZADO POR OTRA LINEA"
                               TO REJ-MOTIVO
                   END-EVALUATE
                   WRITE AVISO-RECHAZADO-REG
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-PERFORM.

           GRABAR-AVISO.
               INITIALIZE AVISO-EXPEDICION-REG.
               MOVE WS-AV-CLAVE TO AEX-CLAVE.
               MOVE WS-AV-PEDIDO TO AEX-PEDIDO.
               MOVE WS-HOY TO AEX-FECHA-IMPORTACION.
               MOVE WS-AV-FECHA-PREVISTA TO AEX-FECHA-PREVISTA.
               SET AEX-PENDIENTE TO TRUE.
               MOVE ZERO TO AEX-FECHA-CONFIRMACION.
               MOVE WS-AV-N TO AEX-N-LINEAS.
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-AV-N
                   MOVE WS-AV-ITEM (WS-L) TO AEX-ITEM-ID (WS-L)
                   MOVE WS-AV-QTY (WS-L) TO AEX-QTY-AVISADA (WS-L)
                   MOVE ZERO TO AEX-QTY-DESCARGADA (WS-L)
               END-PERFORM.
               WRITE AVISO-EXPEDICION-REG
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL AVISO " AEX-AVISO
                           " (" ST-AVISO ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       ADD 1 TO WS-AVISOS-IMPORTADOS
                       ADD 1 TO WS-JOB-ESCRITOS
               END-WRITE.

           SENALAR-SIN-CONFIRMAR.
      *>   AVISOS PENDIENTES CUYA FECHA PREVISTA PASO HACE MAS DE
      *>   PARM-DIAS-AVISO DIAS: O EL CAMION NO LLEGO O SE DESCARGO
      *>   SIN CONFIRMAR EL AVISO EN LA RECEPCION
               OPEN OUTPUT AVISOS-PENDIENTES-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "AVISOS DE EXPEDICION SIN CONFIRMAR CON MAS DE "
                   PARM-DIAS-AVISO " DIAS A " WS-HOY
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               MOVE "  PROV. AVISO           PEDIDO   PREVISTA  DIAS  "
                   & "LINEAS" TO REPORT-LINE.
               WRITE REPORT-LINE.

               MOVE LOW-VALUES TO AEX-CLAVE.
               MOVE 'N' TO EOF-AVISO.
               START AVISOS-EXPEDICION-FILE
                   KEY IS NOT LESS THAN AEX-CLAVE
                   INVALID KEY
                       SET FIN-AVISOS TO TRUE
               END-START.
               PERFORM UNTIL FIN-AVISOS
                   READ AVISOS-EXPEDICION-FILE NEXT RECORD
                       AT END
                           SET FIN-AVISOS TO TRUE
                       NOT AT END
                           IF AEX-PENDIENTE
                               PERFORM SENALAR-AVISO
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO REPORT-LINE.
               STRING "Avisos sin confirmar: " WS-AVISOS-SIN-CONFIRMAR
                   DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               CLOSE AVISOS-PENDIENTES-FILE.

               MOVE "avisos-sin-confirmar.dat" TO WS-SPOOL-NOMBRE.
               MOVE "IMPORTA-AVISOS" TO WS-SPOOL-PROGRAMA.
               MOVE WS-HOY TO WS-SPOOL-FECHA.
               CALL "registrarspool" USING WS-SPOOL-NOMBRE
                   WS-SPOOL-PROGRAMA WS-SPOOL-FECHA.

           SENALAR-AVISO.
               COMPUTE WS-DIAS = WS-HOY-ENTERO -
                   FUNCTION INTEGER-OF-DATE (AEX-FECHA-PREVISTA).
               IF WS-DIAS > PARM-DIAS-AVISO
                   ADD 1 TO WS-AVISOS-SIN-CONFIRMAR
                   MOVE WS-DIAS TO WS-DIAS-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " AEX-PROV-ID " " AEX-AVISO " "
                       AEX-PEDIDO " " AEX-FECHA-PREVISTA " "
                       WS-DIAS-ED " " AEX-N-LINEAS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                   DISPLAY "AVISO SIN CONFIRMAR: " AEX-PROV-ID " "
                       AEX-AVISO " pedido " AEX-PEDIDO
                       " previsto " AEX-FECHA-PREVISTA
               END-IF.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "IMPORTA-AVISOS" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM IMPORTA-AVISOS.
