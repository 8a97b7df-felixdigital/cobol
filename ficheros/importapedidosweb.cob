       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-PEDIDOS-WEB.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL PEDIDOS-WEB-FILE
                   ASSIGN TO "web-pedidos.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-PEDIDOS.

                   SELECT PEDIDOS-RECHAZADOS-FILE
                   ASSIGN TO "web-pedidos-rechazados.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL PEDIDOS-IMPORTADOS-FILE
                   ASSIGN TO "web-pedidos-importados.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WPI-PEDIDO
                   STATUS ST-IMPORTADOS.

                   SELECT OPTIONAL SHOP-RECEIPTS-FILE
                   ASSIGN TO "shop-receipts-file.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL STOCK-TIENDAS-FILE
                   ASSIGN TO "stock-tiendas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STKT-CLAVE
                   STATUS ST-STOCK-TIENDA.

                   SELECT OPTIONAL PRECIOS-FILE
                   ASSIGN TO "precios-vigencia.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRECIO-CLAVE
                   STATUS ST-PRECIOS.

                   SELECT OPTIONAL TIENDAS-FILE
                   ASSIGN TO "tiendas.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TIENDA-ID
                   STATUS ST-TIENDA.

                   SELECT OPTIONAL CLIENTES-FILE
                   ASSIGN TO "./clientes.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLIENTE-ID
                   ALTERNATE KEY CLIENTE-NOMBRE WITH DUPLICATES
                   ALTERNATE KEY CLIENTE-NOMCAT WITH DUPLICATES
                   STATUS ST-CLIENTES.

                   SELECT OPTIONAL VENTAS-PARAMETROS-FILE
                   ASSIGN TO "ventas-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT OPTIONAL WEB-PARAMETROS-FILE
                   ASSIGN TO "web-parametros.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD PEDIDOS-WEB-FILE.
                   01 PEDIDO-WEB-LINE PIC X(60).

      *>   MISMA LINEA DEL PEDIDO SEGUIDA DEL MOTIVO DEL RECHAZO: UNA
      *>   VEZ CORREGIDA, LA LINEA SE REENVIA TAL CUAL EN OTRO
      *>   "web-pedidos.dat" (EL MOTIVO QUEDA FUERA DEL LAYOUT)
               FD PEDIDOS-RECHAZADOS-FILE.
                   01 PEDIDO-RECHAZADO-REG.
                       05 REJ-LINEA PIC X(60).
                       05 FILLER PIC X.
                       05 REJ-MOTIVO PIC X(40).

      *>   PEDIDOS YA PASADOS AL FICHERO DE RECIBOS: UN PEDIDO QUE
      *>   VUELVA A LLEGAR NO SE IMPORTA DOS VECES
               FD PEDIDOS-IMPORTADOS-FILE.
                   01 PEDIDO-IMPORTADO-REG.
                       05 WPI-PEDIDO PIC X(12).
                       05 WPI-FECHA-IMPORTACION PIC 9(8).
                       05 WPI-TICKET PIC 9(8).
                       05 WPI-TIENDA-SERVICIO PIC X(5).
                       05 WPI-IMPORTE PIC 9(7)V99.

               FD SHOP-RECEIPTS-FILE.
                   COPY copyshop.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD STOCK-TIENDAS-FILE.
                   COPY copystkt.

               FD PRECIOS-FILE.
                   COPY copyprec.

               FD TIENDAS-FILE.
                   COPY copytien.

               FD CLIENTES-FILE.
                   COPY copyclie.

               FD VENTAS-PARAMETROS-FILE.
                   01 VENTAS-PARAMETROS-LINE PIC X(20).

               FD WEB-PARAMETROS-FILE.
                   01 WEB-PARAMETROS-LINE PIC X(15).

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-PEDIDOS PIC X(2).
               77 ST-IMPORTADOS PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-STOCK-TIENDA PIC X(2).
               77 ST-PRECIOS PIC X(2).
               77 ST-TIENDA PIC X(2).
               77 ST-CLIENTES PIC X(2).

               01 WS-ITEM-MASTER-OK PIC X VALUE 'N'.
                   88 ITEM-MASTER-DISPONIBLE VALUE 'S'.
               01 WS-STOCK-TIENDAS-OK PIC X VALUE 'N'.
                   88 STOCK-TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-PRECIOS-OK PIC X VALUE 'N'.
                   88 PRECIOS-DISPONIBLE VALUE 'S'.
               01 WS-TIENDAS-OK PIC X VALUE 'N'.
                   88 TIENDAS-DISPONIBLE VALUE 'S'.
               01 WS-CLIENTES-OK PIC X VALUE 'N'.
                   88 CLIENTES-DISPONIBLE VALUE 'S'.

               01 EOF-PEDIDOS PIC X VALUE 'N'.
                   88 FIN-PEDIDOS VALUE 'S'.
               01 EOF-PRECIO PIC X VALUE 'N'.
                   88 FIN-SCAN-PRECIO VALUE 'S'.

      *>   LINEA DEL FICHERO DIARIO DE LA PLATAFORMA WEB: UNA POR
      *>   ARTICULO ("A") Y UNA DE PORTES ("P") POR PEDIDO, CON LAS
      *>   LINEAS DE CADA PEDIDO SEGUIDAS. LA TIENDA DE SERVICIO ES LA
      *>   QUE PREPARA Y ENVIA EL PEDIDO DESDE SU STOCK
               01 WS-WEB-LINEA.
                   05 WEB-PEDIDO PIC X(12).
                   05 FILLER PIC X.
                   05 WEB-FECHA PIC 9(8).
                   05 FILLER PIC X.
                   05 WEB-CLI-ID PIC 9(8).
                   05 FILLER PIC X.
                   05 WEB-TIENDA-SERVICIO PIC X(5).
                   05 FILLER PIC X.
                   05 WEB-TIPO-LINEA PIC X(1).
                       88 WEB-LINEA-ARTICULO VALUE "A".
                       88 WEB-LINEA-PORTES VALUE "P".
                   05 FILLER PIC X.
                   05 WEB-ITEM-ID PIC X(8).
                   05 FILLER PIC X.
                   05 WEB-CANTIDAD PIC 9(3).
                   05 FILLER PIC X.
                   05 WEB-PRECIO-ENTEROS PIC 9(3).
                   05 FILLER PIC X.
                   05 WEB-PRECIO-DECIMALES PIC 9(2).
                   05 FILLER PIC X.
                   05 WEB-PAGO PIC X(1).

               01 PARM-REG.
                   05 PARM-TOLERANCIA-PCT PIC 9(2)V99 VALUE 10,00.
                   05 PARM-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
                   05 PARM-DESCUADRE-MAX PIC 9(5)V99 VALUE 50,00.

      *>   TIENDA VIRTUAL BAJO LA QUE SE POSTEAN LOS PEDIDOS (DEBE
      *>   ESTAR DADA DE ALTA EN EL MAESTRO DE TIENDAS), ARTICULO DE
      *>   SERVICIO DE LOS PORTES Y CAJA CON QUE SE GRABAN LAS LINEAS
               01 PARM-WEB-REG.
                   05 PARM-WEB-TIENDA PIC X(5) VALUE "WEB01".
                   05 PARM-WEB-PORTES PIC X(8) VALUE "PORTES".
                   05 PARM-WEB-CAJA PIC X(2) VALUE "01".

      *>   PEDIDO EN CURSO: SUS LINEAS SE VALIDAN JUNTAS Y EL PEDIDO
      *>   ENTRA ENTERO O SE RECHAZA ENTERO
               01 WS-PD-PEDIDO PIC X(12) VALUE SPACES.
               01 WS-PD-TABLA.
                   05 WS-PD-ENTRADA OCCURS 50 TIMES.
                       10 WS-PD-REG PIC X(60).
                       10 WS-PD-TIPO PIC X(1).
                       10 WS-PD-ITEM PIC X(8).
                       10 WS-PD-QTY PIC 9(3).
                       10 WS-PD-PRECIO PIC 9(3)V99.
                       10 WS-PD-MOTIVO PIC X(40).
               01 WS-PD-N PIC 9(2) VALUE ZERO.
               01 WS-PD-DESBORDADO PIC X VALUE 'N'.
                   88 PEDIDO-DESBORDADO VALUE 'S'.
               01 WS-L PIC 9(2).
               01 WS-M PIC 9(2).
               01 WS-MOTIVO-PEDIDO PIC X(40).
               01 WS-PEDIDO-VALIDO PIC X VALUE 'S'.
                   88 PEDIDO-VALIDO VALUE 'S'.
               01 WS-HAY-ARTICULOS PIC X VALUE 'N'.
                   88 HAY-ARTICULOS VALUE 'S'.

               01 WS-PD-FECHA PIC 9(8).
               01 WS-PD-CLI-ID PIC 9(8).
               01 WS-PD-TIENDA PIC X(5).
               01 WS-PD-PAGO PIC X(1).
               01 WS-PD-IMPORTE PIC 9(7)V99.

               01 WS-PRECIO-VIGENTE PIC 9(3)V99.
               01 WS-PRECIO-DESVIACION PIC 9(3)V99.
               01 WS-PRECIO-LIMITE PIC 9(3)V99.
               01 WS-STOCK-DISPONIBLE PIC S9(5).
               01 WS-STOCK-COMPROMETIDO PIC 9(5).

               01 WS-WEB-LOCALIDAD PIC X(30) VALUE SPACES.
               01 WS-CABECERA-ESCRITA PIC X VALUE 'N'.
                   88 CABECERA-ESCRITA VALUE 'S'.

               01 WS-SECUENCIA-NOMBRE PIC X(10) VALUE "VENTA".
               01 WS-SECUENCIA-VALOR PIC 9(8).
               01 WS-SECUENCIA-TICKET PIC X(10) VALUE "TICKET".
               01 WS-TICKET PIC 9(8).

               01 WS-HOY PIC 9(8).
               01 WS-PEDIDOS-IMPORTADOS PIC 9(6) VALUE ZERO.
               01 WS-PEDIDOS-RECHAZADOS PIC 9(6) VALUE ZERO.
               01 WS-PEDIDOS-REPETIDOS PIC 9(6) VALUE ZERO.
               01 WS-TOTAL-IMPORTADO PIC 9(9)V99 VALUE ZERO.
               01 WS-TOTAL-ED PIC Z.ZZZ.ZZZ.ZZ9,99.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

               01 WS-LOTE-OPERACION PIC X(1).
               COPY copylpet.
               COPY copykpet.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   IMPORTACION DIARIA DE LOS PEDIDOS DE LA TIENDA ONLINE AL
      *>   CIRCUITO DE VENTAS. CADA PEDIDO SE VALIDA CONTRA EL MAESTRO
      *>   DE ARTICULOS (ESTADO Y PRECIO VIGENTE) Y CONTRA EL STOCK DE
      *>   LA TIENDA QUE LO SIRVE; LOS VALIDOS SE GRABAN COMO LINEAS
      *>   DEL FICHERO DE RECIBOS BAJO LA TIENDA WEB, CON LOS PORTES
      *>   COMO ARTICULO DE SERVICIO, Y EL CIERRE DE VENTAS LOS POSTEA
      *>   COMO LOS DE CUALQUIER TIENDA. LA MERCANCIA SE TRASPASA EN EL
      *>   MOMENTO DEL STOCK DE LA TIENDA DE SERVICIO AL DE LA TIENDA
      *>   WEB, DE DONDE LA DESCUENTA EL CIERRE AL POSTEAR LA VENTA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.
               PERFORM INICIALIZAR-PARAMETROS.
               PERFORM ABRIR-MAESTROS.

               IF NOT ITEM-MASTER-DISPONIBLE
                   OR NOT STOCK-TIENDAS-DISPONIBLE
                   DISPLAY "ERROR: maestro de articulos o stock por "
                       "tienda no disponible; no se importa nada"
                   PERFORM CERRAR-MAESTROS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               IF TIENDAS-DISPONIBLE
                   MOVE PARM-WEB-TIENDA TO TIENDA-ID
                   READ TIENDAS-FILE
                       INVALID KEY
                           DISPLAY "ERROR: la tienda web "
                               PARM-WEB-TIENDA " no esta dada de "
                               "alta en tiendas.dat"
                           PERFORM CERRAR-MAESTROS
                           PERFORM REGISTRAR-JOB-LOG
                           GOBACK
                       NOT INVALID KEY
                           MOVE TIENDA-LOCALIDAD TO WS-WEB-LOCALIDAD
                   END-READ
               END-IF.

               OPEN INPUT PEDIDOS-WEB-FILE.
               IF ST-PEDIDOS NOT = "00"
                   DISPLAY "No hay web-pedidos.dat que importar ("
                       ST-PEDIDOS ")"
                   CLOSE PEDIDOS-WEB-FILE
                   PERFORM CERRAR-MAESTROS
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               OPEN OUTPUT PEDIDOS-RECHAZADOS-FILE.
               OPEN EXTEND SHOP-RECEIPTS-FILE.

               PERFORM UNTIL FIN-PEDIDOS
                   READ PEDIDOS-WEB-FILE
                       AT END
                           SET FIN-PEDIDOS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOB-LEIDOS
                           MOVE PEDIDO-WEB-LINE TO WS-WEB-LINEA
                           IF WEB-PEDIDO NOT = WS-PD-PEDIDO
                               AND WS-PD-N > ZERO
                               PERFORM PROCESAR-PEDIDO
                                   THRU PROCESAR-PEDIDO-EXIT
                           END-IF
                           PERFORM ANOTAR-LINEA-PEDIDO
                   END-READ
               END-PERFORM.
               IF WS-PD-N > ZERO
                   PERFORM PROCESAR-PEDIDO THRU PROCESAR-PEDIDO-EXIT
               END-IF.

               CLOSE PEDIDOS-WEB-FILE.
               CLOSE PEDIDOS-RECHAZADOS-FILE.
               CLOSE SHOP-RECEIPTS-FILE.
               PERFORM CERRAR-MAESTROS.

               MOVE WS-TOTAL-IMPORTADO TO WS-TOTAL-ED.
               DISPLAY "IMPORTACION DE PEDIDOS WEB - TIENDA "
                   PARM-WEB-TIENDA.
               DISPLAY "  Pedidos importados:  " WS-PEDIDOS-IMPORTADOS
                   "  importe " WS-TOTAL-ED.
               DISPLAY "  Pedidos rechazados:  " WS-PEDIDOS-RECHAZADOS
                   " (ver web-pedidos-rechazados.dat)".
               DISPLAY "  Pedidos ya importados: "
                   WS-PEDIDOS-REPETIDOS.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           INICIALIZAR-PARAMETROS.
               OPEN INPUT VENTAS-PARAMETROS-FILE.
               READ VENTAS-PARAMETROS-FILE
                   NOT AT END
                       MOVE VENTAS-PARAMETROS-LINE TO PARM-REG
                   AT END
                       CONTINUE
               END-READ.
               CLOSE VENTAS-PARAMETROS-FILE.
               IF PARM-TOLERANCIA-PCT NOT NUMERIC
                   MOVE 10,00 TO PARM-TOLERANCIA-PCT
               END-IF.

               OPEN INPUT WEB-PARAMETROS-FILE.
               READ WEB-PARAMETROS-FILE
                   NOT AT END
                       MOVE WEB-PARAMETROS-LINE TO PARM-WEB-REG
                   AT END
                       CONTINUE
               END-READ.
               CLOSE WEB-PARAMETROS-FILE.
               IF PARM-WEB-TIENDA = SPACES
                   MOVE "WEB01" TO PARM-WEB-TIENDA
               END-IF.
               IF PARM-WEB-PORTES = SPACES
                   MOVE "PORTES" TO PARM-WEB-PORTES
               END-IF.
               IF PARM-WEB-CAJA = SPACES
                   MOVE "01" TO PARM-WEB-CAJA
               END-IF.

           ABRIR-MAESTROS.
               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM = "00"
                   SET ITEM-MASTER-DISPONIBLE TO TRUE
               END-IF.

      *>   I-O CON CREACION EN LA PRIMERA EJECUCION, COMO EN EL CIERRE
               OPEN I-O STOCK-TIENDAS-FILE.
               IF ST-STOCK-TIENDA = "35"
                   OPEN OUTPUT STOCK-TIENDAS-FILE
                   CLOSE STOCK-TIENDAS-FILE
                   OPEN I-O STOCK-TIENDAS-FILE
               END-IF.
               IF ST-STOCK-TIENDA = "00"
                   SET STOCK-TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               OPEN INPUT PRECIOS-FILE.
               IF ST-PRECIOS = "00"
                   SET PRECIOS-DISPONIBLE TO TRUE
               END-IF.

               OPEN INPUT TIENDAS-FILE.
               IF ST-TIENDA = "00"
                   SET TIENDAS-DISPONIBLE TO TRUE
               END-IF.

               OPEN INPUT CLIENTES-FILE.
               IF ST-CLIENTES = "00"
                   SET CLIENTES-DISPONIBLE TO TRUE
               END-IF.

               OPEN I-O PEDIDOS-IMPORTADOS-FILE.
               IF ST-IMPORTADOS = "35"
                   OPEN OUTPUT PEDIDOS-IMPORTADOS-FILE
                   CLOSE PEDIDOS-IMPORTADOS-FILE
                   OPEN I-O PEDIDOS-IMPORTADOS-FILE
               END-IF.

           CERRAR-MAESTROS.
               IF ITEM-MASTER-DISPONIBLE
                   CLOSE ITEM-MASTER-FILE
               END-IF.
               IF STOCK-TIENDAS-DISPONIBLE
                   CLOSE STOCK-TIENDAS-FILE
               END-IF.
               IF PRECIOS-DISPONIBLE
                   CLOSE PRECIOS-FILE
               END-IF.
               IF TIENDAS-DISPONIBLE
                   CLOSE TIENDAS-FILE
               END-IF.
               IF CLIENTES-DISPONIBLE
                   CLOSE CLIENTES-FILE
               END-IF.
               CLOSE PEDIDOS-IMPORTADOS-FILE.

           ANOTAR-LINEA-PEDIDO.
      *>   LA PRIMERA LINEA DE CADA PEDIDO ABRE UNO NUEVO; UN PEDIDO
      *>   CON MAS LINEAS DE LAS QUE CABEN SE RECHAZA ENTERO
               IF WEB-PEDIDO NOT = WS-PD-PEDIDO OR WS-PD-N = ZERO
                   MOVE WEB-PEDIDO TO WS-PD-PEDIDO
                   MOVE ZERO TO WS-PD-N
                   MOVE 'N' TO WS-PD-DESBORDADO
               END-IF.
               IF WS-PD-N < 50
                   ADD 1 TO WS-PD-N
                   MOVE PEDIDO-WEB-LINE TO WS-PD-REG (WS-PD-N)
                   MOVE SPACES TO WS-PD-MOTIVO (WS-PD-N)
               ELSE
                   SET PEDIDO-DESBORDADO TO TRUE
                   MOVE PEDIDO-WEB-LINE TO REJ-LINEA
                   MOVE "PEDIDO CON DEMASIADAS LINEAS" TO REJ-MOTIVO
                   WRITE PEDIDO-RECHAZADO-REG
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-IF.

           PROCESAR-PEDIDO.
               MOVE 'S' TO WS-PEDIDO-VALIDO.
               MOVE 'N' TO WS-HAY-ARTICULOS.
               MOVE SPACES TO WS-MOTIVO-PEDIDO.

               MOVE WS-PD-PEDIDO TO WPI-PEDIDO.
               READ PEDIDOS-IMPORTADOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PEDIDOS-REPETIDOS
                       MOVE ZERO TO WS-PD-N
                       GO TO PROCESAR-PEDIDO-EXIT
               END-READ.

      *>   LOS DATOS DE CABECERA SE TOMAN DE LA PRIMERA LINEA
               MOVE WS-PD-REG (1) TO WS-WEB-LINEA.
               MOVE WEB-TIENDA-SERVICIO TO WS-PD-TIENDA.
               MOVE WEB-PAGO TO WS-PD-PAGO.
               IF WS-PD-PAGO = SPACE
                   MOVE "T" TO WS-PD-PAGO
               END-IF.
               PERFORM VALIDAR-CABECERA-PEDIDO.

               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-PD-N
                   PERFORM VALIDAR-LINEA-PEDIDO
                       THRU VALIDAR-LINEA-PEDIDO-EXIT
                   IF WS-PD-MOTIVO (WS-L) NOT = SPACES
                       MOVE 'N' TO WS-PEDIDO-VALIDO
                   END-IF
               END-PERFORM.

               IF WS-MOTIVO-PEDIDO = SPACES AND NOT HAY-ARTICULOS
                   MOVE "PEDIDO SIN LINEAS DE ARTICULO"
                       TO WS-MOTIVO-PEDIDO
               END-IF.
               IF WS-MOTIVO-PEDIDO = SPACES AND PEDIDO-DESBORDADO
                   MOVE "PEDIDO CON DEMASIADAS LINEAS"
                       TO WS-MOTIVO-PEDIDO
               END-IF.
               IF WS-MOTIVO-PEDIDO NOT = SPACES
                   MOVE 'N' TO WS-PEDIDO-VALIDO
               END-IF.

               IF PEDIDO-VALIDO
                   PERFORM GRABAR-PEDIDO
               ELSE
                   PERFORM RECHAZAR-PEDIDO
               END-IF.
               MOVE ZERO TO WS-PD-N.

           PROCESAR-PEDIDO-EXIT.
               EXIT.

           VALIDAR-CABECERA-PEDIDO.
               IF WEB-FECHA NOT NUMERIC OR WEB-FECHA = ZERO
                   MOVE "FECHA DE PEDIDO NO VALIDA" TO WS-MOTIVO-PEDIDO
               ELSE
                   MOVE WEB-FECHA TO WS-PD-FECHA
               END-IF.

               IF WEB-CLI-ID NOT NUMERIC
                   MOVE "CLIENTE NO VALIDO" TO WS-MOTIVO-PEDIDO
               ELSE
                   MOVE WEB-CLI-ID TO WS-PD-CLI-ID
                   IF WS-PD-CLI-ID NOT = ZERO AND CLIENTES-DISPONIBLE
                       MOVE WS-PD-CLI-ID TO CLI-ID
                       READ CLIENTES-FILE
                           INVALID KEY
                               MOVE "CLIENTE DESCONOCIDO"
                                   TO WS-MOTIVO-PEDIDO
                       END-READ
                   END-IF
               END-IF.

               IF WS-PD-PAGO NOT = "T"
                   MOVE "FORMA DE PAGO NO ADMITIDA EN WEB"
                       TO WS-MOTIVO-PEDIDO
               END-IF.

               IF WS-PD-TIENDA = SPACES
                   OR WS-PD-TIENDA = PARM-WEB-TIENDA
                   MOVE "TIENDA DE SERVICIO NO VALIDA"
                       TO WS-MOTIVO-PEDIDO
               ELSE
                   IF TIENDAS-DISPONIBLE
                       MOVE WS-PD-TIENDA TO TIENDA-ID
                       READ TIENDAS-FILE
                           INVALID KEY
                               MOVE "TIENDA DE SERVICIO DESCONOCIDA"
                                   TO WS-MOTIVO-PEDIDO
                           NOT INVALID KEY
                               IF TIENDA-CERRADA
                                   MOVE "TIENDA DE SERVICIO CERRADA"
                                       TO WS-MOTIVO-PEDIDO
                               END-IF
                       END-READ
                   END-IF
               END-IF.

           VALIDAR-LINEA-PEDIDO.
               MOVE WS-PD-REG (WS-L) TO WS-WEB-LINEA.
               MOVE ZERO TO WS-PD-QTY (WS-L).
               MOVE ZERO TO WS-PD-PRECIO (WS-L).
               MOVE WEB-TIPO-LINEA TO WS-PD-TIPO (WS-L).

               IF WEB-PEDIDO NOT = WS-PD-PEDIDO
                   MOVE "LINEA DE OTRO PEDIDO" TO WS-PD-MOTIVO (WS-L)
                   GO TO VALIDAR-LINEA-PEDIDO-EXIT
               END-IF.
               IF WEB-PRECIO-ENTEROS NOT NUMERIC
                   OR WEB-PRECIO-DECIMALES NOT NUMERIC
                   MOVE "PRECIO NO VALIDO" TO WS-PD-MOTIVO (WS-L)
                   GO TO VALIDAR-LINEA-PEDIDO-EXIT
               END-IF.
               COMPUTE WS-PD-PRECIO (WS-L) =
                   WEB-PRECIO-ENTEROS + WEB-PRECIO-DECIMALES / 100.

               EVALUATE TRUE
                   WHEN WEB-LINEA-ARTICULO
                       PERFORM VALIDAR-LINEA-ARTICULO
                           THRU VALIDAR-LINEA-ARTICULO-EXIT
                   WHEN WEB-LINEA-PORTES
                       PERFORM VALIDAR-LINEA-PORTES
                           THRU VALIDAR-LINEA-PORTES-EXIT
                   WHEN OTHER
                       MOVE "TIPO DE LINEA NO VALIDO"
                           TO WS-PD-MOTIVO (WS-L)
               END-EVALUATE.

           VALIDAR-LINEA-PEDIDO-EXIT.
               EXIT.

           VALIDAR-LINEA-ARTICULO.
               SET HAY-ARTICULOS TO TRUE.
               MOVE WEB-ITEM-ID TO WS-PD-ITEM (WS-L).
               IF WEB-CANTIDAD NOT NUMERIC OR WEB-CANTIDAD = ZERO
                   MOVE "CANTIDAD NO VALIDA" TO WS-PD-MOTIVO (WS-L)
                   GO TO VALIDAR-LINEA-ARTICULO-EXIT
               END-IF.
               MOVE WEB-CANTIDAD TO WS-PD-QTY (WS-L).

               MOVE WEB-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "ARTICULO DESCONOCIDO"
                           TO WS-PD-MOTIVO (WS-L)
                       GO TO VALIDAR-LINEA-ARTICULO-EXIT
               END-READ.
               EVALUATE TRUE
                   WHEN ITEM-BLOQUEADO
                       MOVE "ARTICULO BLOQUEADO" TO WS-PD-MOTIVO (WS-L)
                   WHEN ITEM-DESCATALOGADO
                       MOVE "ARTICULO DESCATALOGADO"
                           TO WS-PD-MOTIVO (WS-L)
                   WHEN ITEM-TARJETA-REGALO
                       MOVE "TARJETA REGALO NO SE VENDE EN WEB"
                           TO WS-PD-MOTIVO (WS-L)
                   WHEN ITEM-SERVICIO
                       MOVE "SERVICIO EN LINEA DE ARTICULO"
                           TO WS-PD-MOTIVO (WS-L)
               END-EVALUATE.
               IF WS-PD-MOTIVO (WS-L) NOT = SPACES
                   GO TO VALIDAR-LINEA-ARTICULO-EXIT
               END-IF.

      *>   EL PRECIO COBRADO EN LA WEB DEBE SER EL VIGENTE EN LA FECHA
      *>   DEL PEDIDO, CON LA MISMA TOLERANCIA QUE EL CIERRE DE VENTAS
               PERFORM RESOLVER-PRECIO-VIGENTE
                   THRU RESOLVER-PRECIO-VIGENTE-EXIT.
               IF WS-PRECIO-VIGENTE > ZERO
                   IF WS-PD-PRECIO (WS-L) > WS-PRECIO-VIGENTE
                       COMPUTE WS-PRECIO-DESVIACION =
                           WS-PD-PRECIO (WS-L) - WS-PRECIO-VIGENTE
                   ELSE
                       COMPUTE WS-PRECIO-DESVIACION =
                           WS-PRECIO-VIGENTE - WS-PD-PRECIO (WS-L)
                   END-IF
                   COMPUTE WS-PRECIO-LIMITE ROUNDED =
                       WS-PRECIO-VIGENTE * (PARM-TOLERANCIA-PCT / 100)
                   IF WS-PRECIO-DESVIACION > WS-PRECIO-LIMITE
                       MOVE "PRECIO DISTINTO DEL VIGENTE"
                           TO WS-PD-MOTIVO (WS-L)
                       GO TO VALIDAR-LINEA-ARTICULO-EXIT
                   END-IF
               END-IF.

      *>   STOCK DE LA TIENDA DE SERVICIO, DESCONTANDO LO QUE YA PIDEN
      *>   LAS LINEAS ANTERIORES DEL MISMO PEDIDO PARA ESE ARTICULO
               MOVE ZERO TO WS-STOCK-COMPROMETIDO.
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M = WS-L
                   IF WS-PD-ITEM (WS-M) = WS-PD-ITEM (WS-L)
                       AND WS-PD-MOTIVO (WS-M) = SPACES
                       ADD WS-PD-QTY (WS-M) TO WS-STOCK-COMPROMETIDO
                   END-IF
               END-PERFORM.
               MOVE WS-PD-TIENDA TO STKT-TIENDA-ID.
               MOVE WEB-ITEM-ID TO STKT-ITEM-ID.
               READ STOCK-TIENDAS-FILE
                   INVALID KEY
                       MOVE ZERO TO STKT-QTY
               END-READ.
               COMPUTE WS-STOCK-DISPONIBLE =
                   STKT-QTY - WS-STOCK-COMPROMETIDO.
               IF WS-STOCK-DISPONIBLE < WS-PD-QTY (WS-L)
                   MOVE "SIN STOCK EN LA TIENDA DE SERVICIO"
                       TO WS-PD-MOTIVO (WS-L)
               END-IF.

           VALIDAR-LINEA-ARTICULO-EXIT.
               EXIT.

           VALIDAR-LINEA-PORTES.
      *>   LOS PORTES VAN CON EL ARTICULO DE SERVICIO DE LOS
      *>   PARAMETROS SALVO QUE LA LINEA TRAIGA OTRO; SIEMPRE UNA
      *>   UNIDAD. UNOS PORTES A CERO (ENVIO GRATUITO) NO SE GRABAN
               IF WEB-ITEM-ID = SPACES
                   MOVE PARM-WEB-PORTES TO WS-PD-ITEM (WS-L)
               ELSE
                   MOVE WEB-ITEM-ID TO WS-PD-ITEM (WS-L)
               END-IF.
               MOVE 1 TO WS-PD-QTY (WS-L).

               MOVE WS-PD-ITEM (WS-L) TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "ARTICULO DE PORTES NO DADO DE ALTA"
                           TO WS-PD-MOTIVO (WS-L)
                       GO TO VALIDAR-LINEA-PORTES-EXIT
               END-READ.
               IF NOT ITEM-SERVICIO
                   MOVE "PORTES CON ARTICULO QUE NO ES SERVICIO"
                       TO WS-PD-MOTIVO (WS-L)
               END-IF.

           VALIDAR-LINEA-PORTES-EXIT.
               EXIT.

           RESOLVER-PRECIO-VIGENTE.
      *>   PRECIO DE REFERENCIA VIGENTE EN LA FECHA DEL PEDIDO: EL
      *>   ULTIMO PRECIO FECHADO CON EFECTO NO POSTERIOR; SIN PRECIOS
      *>   FECHADOS RIGE EL DEL MAESTRO
               MOVE ITEM-PRECIO-REF TO WS-PRECIO-VIGENTE.
               IF NOT PRECIOS-DISPONIBLE
                   GO TO RESOLVER-PRECIO-VIGENTE-EXIT
               END-IF.

               MOVE ITEM-ID-KEY TO PRE-ITEM-ID.
               MOVE ZEROS TO PRE-FECHA-DESDE.
               START PRECIOS-FILE
                   KEY IS NOT LESS THAN PRECIO-CLAVE
                   INVALID KEY
                       GO TO RESOLVER-PRECIO-VIGENTE-EXIT
               END-START.

               MOVE 'N' TO EOF-PRECIO.
               PERFORM UNTIL FIN-SCAN-PRECIO
                   READ PRECIOS-FILE NEXT RECORD
                       AT END
                           SET FIN-SCAN-PRECIO TO TRUE
                       NOT AT END
                           IF PRE-ITEM-ID NOT = ITEM-ID-KEY
                               OR PRE-FECHA-DESDE > WS-PD-FECHA
                               SET FIN-SCAN-PRECIO TO TRUE
                           ELSE
                               MOVE PRE-PRECIO TO WS-PRECIO-VIGENTE
                           END-IF
                   END-READ
               END-PERFORM.

           RESOLVER-PRECIO-VIGENTE-EXIT.
               EXIT.

           RECHAZAR-PEDIDO.
      *>   TODAS LAS LINEAS DEL PEDIDO VAN AL FICHERO DE RECHAZOS PARA
      *>   CORREGIRLO Y REENVIARLO ENTERO; CADA LINEA LLEVA SU MOTIVO
      *>   O, SI ELLA ESTABA BIEN, EL DEL PEDIDO
               ADD 1 TO WS-PEDIDOS-RECHAZADOS.
               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-PD-N
                   MOVE WS-PD-REG (WS-L) TO REJ-LINEA
                   EVALUATE TRUE
                       WHEN WS-PD-MOTIVO (WS-L) NOT = SPACES
                           MOVE WS-PD-MOTIVO (WS-L) TO REJ-MOTIVO
                       WHEN WS-MOTIVO-PEDIDO NOT = SPACES
                           MOVE WS-MOTIVO-PEDIDO TO REJ-MOTIVO
                       WHEN OTHER
                           MOVE "PEDIDO RECHAZADO POR OTRA LINEA"
                               TO REJ-MOTIVO
                   END-EVALUATE
                   WRITE PEDIDO-RECHAZADO-REG
                   ADD 1 TO WS-JOB-RECHAZADOS
               END-PERFORM.

           GRABAR-PEDIDO.
      *>   UN TICKET POR PEDIDO, SIN VENDEDOR; LA CABECERA DE LA
      *>   TIENDA WEB SE ESCRIBE UNA VEZ POR EJECUCION (LA ORDENACION
      *>   NOCTURNA FUNDE LAS REPETIDAS)
               IF NOT CABECERA-ESCRITA
                   MOVE SPACES TO SHOP-DETAILS-REG
                   MOVE "H" TO TYPE-CODE OF SHOP-DETAILS-REG
                   MOVE PARM-WEB-TIENDA TO SHOP-ID
                   MOVE WS-WEB-LOCALIDAD TO SHOP-LOCATION
                   WRITE SHOP-DETAILS-REG
                   SET CABECERA-ESCRITA TO TRUE
               END-IF.

               CALL "siguientesecuencia" USING WS-SECUENCIA-TICKET
                   WS-TICKET.
               MOVE ZERO TO WS-PD-IMPORTE.

               PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-PD-N
                   IF WS-PD-PRECIO (WS-L) > ZERO
                       OR WS-PD-TIPO (WS-L) = "A"
                       PERFORM GRABAR-LINEA-PEDIDO
                   END-IF
               END-PERFORM.

               MOVE WS-PD-PEDIDO TO WPI-PEDIDO.
               MOVE WS-HOY TO WPI-FECHA-IMPORTACION.
               MOVE WS-TICKET TO WPI-TICKET.
               MOVE WS-PD-TIENDA TO WPI-TIENDA-SERVICIO.
               MOVE WS-PD-IMPORTE TO WPI-IMPORTE.
               WRITE PEDIDO-IMPORTADO-REG
                   INVALID KEY
                       DISPLAY "AVISO: pedido " WS-PD-PEDIDO
                           " ya constaba como importado"
               END-WRITE.

               ADD 1 TO WS-PEDIDOS-IMPORTADOS.
               ADD WS-PD-IMPORTE TO WS-TOTAL-IMPORTADO.

           GRABAR-LINEA-PEDIDO.
               CALL "siguientesecuencia" USING WS-SECUENCIA-NOMBRE
                   WS-SECUENCIA-VALOR.
               MOVE WS-PD-REG (WS-L) TO WS-WEB-LINEA.
               MOVE SPACES TO SALES-RECEIPT-REG.
               MOVE "S" TO TYPE-CODE OF SALES-RECEIPT-REG.
               MOVE WS-PD-ITEM (WS-L) TO ITEM-ID.
               MOVE WS-PD-QTY (WS-L) TO QTY-SOLD.
               MOVE WS-PD-PRECIO (WS-L) TO ITEM-COST.
               MOVE WS-PD-FECHA TO SALE-DATE.
               MOVE WS-SECUENCIA-VALOR TO SALE-SEQ.
               MOVE WS-PD-CLI-ID TO CUST-ID.
               MOVE WS-PD-PAGO TO SALE-PAY-METHOD.
               MOVE ZERO TO SALE-EMPLEADO-ID.
               MOVE PARM-WEB-CAJA TO SALE-TILL-ID.
               MOVE WS-TICKET TO SALE-TICKET.
               WRITE SALES-RECEIPT-REG.
               ADD 1 TO WS-JOB-ESCRITOS.
               COMPUTE WS-PD-IMPORTE = WS-PD-IMPORTE +
                   WS-PD-QTY (WS-L) * WS-PD-PRECIO (WS-L).

               IF WEB-LINEA-ARTICULO
                   PERFORM TRASPASAR-STOCK-WEB
               END-IF.

           TRASPASAR-STOCK-WEB.
      *>   LA MERCANCIA SALE DE LA TIENDA DE SERVICIO Y QUEDA EN LA
      *>   TIENDA WEB, DONDE EL CIERRE LA DA POR VENDIDA
               MOVE WS-PD-TIENDA TO STKT-TIENDA-ID.
               MOVE WS-PD-ITEM (WS-L) TO STKT-ITEM-ID.
               READ STOCK-TIENDAS-FILE
                   INVALID KEY
                       DISPLAY "ERROR: stock de " WS-PD-TIENDA "/"
                           WS-PD-ITEM (WS-L) " desaparecido"
                   NOT INVALID KEY
                       SUBTRACT WS-PD-QTY (WS-L) FROM STKT-QTY
                       REWRITE STOCK-TIENDA-REG
                       MOVE "TS" TO KPT-TIPO
                       COMPUTE KPT-CANTIDAD = ZERO - WS-PD-QTY (WS-L)
                       PERFORM REGISTRAR-KARDEX-WEB
               END-READ.

               MOVE PARM-WEB-TIENDA TO STKT-TIENDA-ID.
               MOVE WS-PD-ITEM (WS-L) TO STKT-ITEM-ID.
               READ STOCK-TIENDAS-FILE
                   INVALID KEY
                       MOVE PARM-WEB-TIENDA TO STKT-TIENDA-ID
                       MOVE WS-PD-ITEM (WS-L) TO STKT-ITEM-ID
                       MOVE WS-PD-QTY (WS-L) TO STKT-QTY
                       MOVE ZERO TO STKT-EN-TRANSITO
                       WRITE STOCK-TIENDA-REG
                   NOT INVALID KEY
                       ADD WS-PD-QTY (WS-L) TO STKT-QTY
                       REWRITE STOCK-TIENDA-REG
               END-READ.
               MOVE "TE" TO KPT-TIPO.
               MOVE WS-PD-QTY (WS-L) TO KPT-CANTIDAD.
               PERFORM REGISTRAR-KARDEX-WEB.
               PERFORM MOVER-LOTES-WEB.

           MOVER-LOTES-WEB.
      *>   COMO EN LOS TRASLADOS, LOS LOTES SIGUEN A LA MERCANCIA: SALEN
      *>   DE LA TIENDA DE SERVICIO POR ORDEN DE CADUCIDAD Y QUEDAN EN
      *>   LA TIENDA WEB PARA QUE EL CIERRE LOS CONSUMA AL VENDER
               INITIALIZE LOTE-PETICION.
               MOVE WS-PD-ITEM (WS-L) TO LPT-ITEM-ID.
               MOVE WS-PD-TIENDA TO LPT-TIENDA.
               MOVE PARM-WEB-TIENDA TO LPT-DESTINO.
               MOVE WS-PD-QTY (WS-L) TO LPT-QTY.
               MOVE WS-HOY TO LPT-FECHA.
               STRING "PEDIDO WEB " WS-PD-PEDIDO
                   DELIMITED BY SIZE INTO LPT-REFERENCIA
               END-STRING.
               MOVE "T" TO WS-LOTE-OPERACION.
               CALL "movimientolotes" USING WS-LOTE-OPERACION
                   LOTE-PETICION.

           REGISTRAR-KARDEX-WEB.
      *>   EL TRASPASO A LA TIENDA WEB SE ANOTA EN EL KARDEX COMO
      *>   SALIDA Y ENTRADA DE TRASLADO CON EL PEDIDO WEB DE REFERENCIA
               MOVE WS-HOY TO KPT-FECHA.
               MOVE STKT-TIENDA-ID TO KPT-TIENDA.
               MOVE STKT-ITEM-ID TO KPT-ITEM-ID.
               MOVE STKT-QTY TO KPT-SALDO.
               MOVE "IMPORTA-PEDIDOS-WEB" TO KPT-PROGRAMA.
               MOVE SPACES TO KPT-REFERENCIA.
               STRING "PEDIDO WEB " WS-PD-PEDIDO
                   DELIMITED BY SIZE INTO KPT-REFERENCIA
               END-STRING.
               CALL "registrarkardex" USING KARDEX-PETICION.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "IMPORTA-PEDIDOS-WEB" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM IMPORTA-PEDIDOS-WEB.
