                   RECORD KEY IS PC-NUMERO
                   STATUS ST-PEDIDOS.

                   SELECT OPTIONAL KITS-FILE
                   ASSIGN TO "kits-componentes.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS KIT-CLAVE
                   STATUS ST-KITS.

                   SELECT OPTIONAL REORDEN-PARAMETROS-FILE
                   ASSIGN TO "reorden-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
               FD PEDIDOS-COMPRA-FILE.
                   COPY copypedc.

               FD KITS-FILE.
                   COPY copykit.

      *>   DOS LINEAS: SEMANAS DE HISTORICO A MUESTREAR Y SEMANAS DE
      *>   COBERTURA DE PLAZO DE ENTREGA
               FD REORDEN-PARAMETROS-FILE.
               77 ST-ITEM PIC X(2).
               77 ST-ENCARGOS PIC X(2).
               77 ST-PEDIDOS PIC X(2).
               77 ST-KITS PIC X(2).
               01 WS-KITS-OK PIC X VALUE 'N'.
                   88 KITS-DISPONIBLE VALUE 'S'.
               01 EOF-ITEM PIC X VALUE 'N'.
                   88 FIN-ITEMS VALUE 'S'.
               01 EOF-ENCARGOS PIC X VALUE 'N'.
                   88 FIN-ENCARGOS VALUE 'S'.
               01 WS-ENCARGOS-ERROR PIC X VALUE 'N'.
                   88 ENCARGOS-ILEGIBLE VALUE 'S'.

      *>   CANTIDADES RESERVADAS POR ENCARGOS VIVOS, POR ARTICULO;
      *>   LA REPOSICION JUZGA EL STOCK DISPONIBLE UNA VEZ DESCONTADO
                       10 WS-DEM-UNIDADES PIC S9(7).
               77 WS-NUM-DEM PIC 9(3) VALUE 0.
               77 WS-D PIC 9(3) VALUE 0.
      *>   LA VENTA DE UN KIT ES DEMANDA DE SUS COMPONENTES; EL KIT NO
      *>   LLEVA STOCK Y NO SE REPONE
               01 WS-DEM-ARTICULO PIC X(8).
               01 WS-DEM-CANTIDAD PIC S9(7).
               01 WS-DEM-BASE PIC S9(7).
               01 WS-KIT-ID PIC X(8).
               01 WS-KIT-N PIC 9(2).
               01 EOF-KIT PIC X VALUE 'N'.
                   88 FIN-KIT VALUE 'S'.
               01 WS-ES-KIT PIC X VALUE 'N'.
                   88 ARTICULO-ES-KIT VALUE 'S'.

      *>   UNIDADES PENDIENTES DE RECIBIR EN PEDIDOS ABIERTOS, POR
      *>   ARTICULO
                       10 WS-PEN-ITEM-ID PIC X(8).
                       10 WS-PEN-UNIDADES PIC 9(7).
               77 WS-NUM-PEN PIC 9(3) VALUE 0.
               77 WS-L PIC 9(2) VALUE 0.
               01 EOF-PEDIDOS PIC X VALUE 'N'.
                   88 FIN-PEDIDOS VALUE 'S'.

      *>   DEL PUNTO DE PEDIDO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM CARGAR-PARAMETROS-REORDEN.
               MOVE 'N' TO WS-KITS-OK.
               OPEN INPUT KITS-FILE.
               IF ST-KITS = "00"
                   SET KITS-DISPONIBLE TO TRUE
               END-IF.
               PERFORM CARGAR-DEMANDA-RECIENTE.
               IF WS-LH-FIN = 'E'
                   DISPLAY "ERROR: historico de ventas ilegible; "
                       "se cancela el proceso"
                   IF KITS-DISPONIBLE
                       CLOSE KITS-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.
               PERFORM CARGAR-PEDIDOS-ABIERTOS
                   THRU CARGAR-PEDIDOS-ABIERTOS-EXIT.

               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos ("
                       ST-ITEM ")"
                   IF KITS-DISPONIBLE
                       CLOSE KITS-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               PERFORM CARGAR-RESERVAS-ENCARGOS
                   THRU CARGAR-RESERVAS-ENCARGOS-EXIT.
               IF ENCARGOS-ILEGIBLE
                   CLOSE ITEM-MASTER-FILE
                   IF KITS-DISPONIBLE
                       CLOSE KITS-FILE
                   END-IF
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT REORDEN-REPORT-FILE.

                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
      *>   SOLO SE REPONE LO ACTIVO; LO DESCATALOGADO O BLOQUEADO
      *>   SE DEJA AGOTAR. TARJETAS REGALO, SERVICIOS Y KITS NO SE
      *>   REPONEN (LOS KITS, A TRAVES DE SUS COMPONENTES)
                           PERFORM COMPROBAR-KIT
                           IF ITEM-ACTIVO
                               AND NOT ITEM-TARJETA-REGALO
                               AND NOT ITEM-SERVICIO
                               AND NOT ARTICULO-ES-KIT
                               PERFORM EVALUAR-ARTICULO-REORDEN
                           END-IF
                   END-READ

               CLOSE ITEM-MASTER-FILE.
               CLOSE REORDEN-REPORT-FILE.
               IF KITS-DISPONIBLE
                   CLOSE KITS-FILE
               END-IF.

               MOVE "reorden-report.dat" TO WS-SPOOL-NOMBRE.
               MOVE "INFORME-REORDEN" TO WS-SPOOL-PROGRAMA.
                   CALL "leerhistorico" USING WS-LH-OPERACION
                       WS-LH-DESDE WS-LH-HASTA HISTORICO-REG
                       WS-LH-FIN
                   IF WS-LH-FIN NOT = 'N'
                       SET FIN-HISTORICO TO TRUE
                   ELSE
                       PERFORM ANOTAR-DEMANDA
                   END-IF
               END-PERFORM.
               MOVE "C" TO WS-LH-OPERACION.
                   WS-LH-DESDE WS-LH-HASTA HISTORICO-REG WS-LH-FIN.

           ANOTAR-DEMANDA.
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
                                   PERFORM ANOTAR-DEMANDA-ARTICULO
                                       THRU ANOTAR-DEMANDA-ARTICULO-EXIT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF.
               IF WS-KIT-N = ZERO
                   MOVE HIST-ITEM-ID TO WS-DEM-ARTICULO
                   MOVE WS-DEM-BASE TO WS-DEM-CANTIDAD
                   PERFORM ANOTAR-DEMANDA-ARTICULO
                       THRU ANOTAR-DEMANDA-ARTICULO-EXIT
               END-IF.

           ANOTAR-DEMANDA-ARTICULO.
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-NUM-DEM
                   IF WS-DEM-ITEM-ID (WS-D) = WS-DEM-ARTICULO
                       COMPUTE WS-DEM-UNIDADES (WS-D) =
                           WS-DEM-UNIDADES (WS-D)
                           + WS-DEM-CANTIDAD
                       GO TO ANOTAR-DEMANDA-ARTICULO-EXIT
                   END-IF
               END-PERFORM.
               IF WS-NUM-DEM < 400
                   ADD 1 TO WS-NUM-DEM
                   MOVE WS-DEM-ARTICULO
                       TO WS-DEM-ITEM-ID (WS-NUM-DEM)
                   MOVE WS-DEM-CANTIDAD
                       TO WS-DEM-UNIDADES (WS-NUM-DEM)
               END-IF.

           ANOTAR-DEMANDA-ARTICULO-EXIT.
               EXIT.

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

           CARGAR-PEDIDOS-ABIERTOS.
               MOVE ZERO TO WS-NUM-PEN.
               OPEN INPUT PEDIDOS-COMPRA-FILE.
                           SET FIN-PEDIDOS TO TRUE
                       NOT AT END
                           IF PEDIDO-ABIERTO
                               PERFORM ANOTAR-LINEAS-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM.
           CARGAR-PEDIDOS-ABIERTOS-EXIT.
               EXIT.

           ANOTAR-LINEAS-PEDIDO.
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L > PC-N-LINEAS
                   IF PC-QTY-PEDIDA (WS-L) > PC-QTY-RECIBIDA (WS-L)
                       PERFORM ANOTAR-PEDIDO-PENDIENTE
                           THRU ANOTAR-PEDIDO-PENDIENTE-EXIT
                   END-IF
               END-PERFORM.

           ANOTAR-PEDIDO-PENDIENTE.
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-NUM-PEN
                   IF WS-PEN-ITEM-ID (WS-D) = PC-ITEM-ID (WS-L)
                       COMPUTE WS-PEN-UNIDADES (WS-D) =
                           WS-PEN-UNIDADES (WS-D)
                           + PC-QTY-PEDIDA (WS-L)
                           - PC-QTY-RECIBIDA (WS-L)
                       GO TO ANOTAR-PEDIDO-PENDIENTE-EXIT
                   END-IF
               END-PERFORM.
               IF WS-NUM-PEN < 400
                   ADD 1 TO WS-NUM-PEN
                   MOVE PC-ITEM-ID (WS-L)
                       TO WS-PEN-ITEM-ID (WS-NUM-PEN)
                   COMPUTE WS-PEN-UNIDADES (WS-NUM-PEN) =
                       PC-QTY-PEDIDA (WS-L) - PC-QTY-RECIBIDA (WS-L)
               END-IF.

           ANOTAR-PEDIDO-PENDIENTE-EXIT.
               END-IF.

           CARGAR-RESERVAS-ENCARGOS.
      *>   SIN encargos.dat NO HAY RESERVAS; SI EXISTE Y NO ABRE
      *>   (P. EJ. "39" CON EL LAYOUT ANTERIOR) NO SE PROPONE NADA:
      *>   LAS PROPUESTAS SALDRIAN SIN DESCONTAR LO RESERVADO
               OPEN INPUT ENCARGOS-FILE.
               IF ST-ENCARGOS = "05"
                   CLOSE ENCARGOS-FILE
                   GO TO CARGAR-RESERVAS-ENCARGOS-EXIT
               END-IF.
               IF ST-ENCARGOS = "35"
                   GO TO CARGAR-RESERVAS-ENCARGOS-EXIT
               END-IF.
               IF ST-ENCARGOS NOT = "00"
                   DISPLAY "ERROR: encargos.dat no abre ("
                       ST-ENCARGOS ")"
                   SET ENCARGOS-ILEGIBLE TO TRUE
                   GO TO CARGAR-RESERVAS-ENCARGOS-EXIT
               END-IF.

